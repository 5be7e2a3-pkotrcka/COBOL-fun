       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT SUPP-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-MATERIAL-CODE
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT PO-CTL-FILE ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POCTL-STATUS.
           SELECT PO-NEW-FILE ASSIGN TO "POCTL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONEW-STATUS.
           SELECT PO-DOC-FILE ASSIGN TO "PURCHORD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PODOC-STATUS.
           SELECT PO-REG-FILE ASSIGN TO "POREG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURCH-ORDER-FILE.
           COPY pordmast.

       FD STOCK-MASTER-FILE.
           COPY stokmast.

       FD SUPP-MASTER-FILE.
           COPY suppmast.

       FD PO-CTL-FILE.
       01 PC-RECORD.
           05 PC-NEXT-PO-NO PIC 9(6).

      * the write-ahead reservation beside the control file, the same
      * scheme the quotes and invoices are numbered by - a run dying
      * mid-update can cost a gap in the order numbering, never a
      * number sent to two suppliers
       FD PO-NEW-FILE.
       01 PN-RECORD.
           05 PN-NEXT-PO-NO PIC 9(6).

       FD PO-DOC-FILE.
       01 PD-LINE PIC X(70).

       FD PO-REG-FILE.
       01 PR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PO-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-SUPP-STATUS PIC X(2).
       01 WS-POCTL-STATUS PIC X(2).
       01 WS-PONEW-STATUS PIC X(2).
       01 WS-PODOC-STATUS PIC X(2).
       01 WS-POREG-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).

      * run mode - raise orders for the shortages, or list what is
      * still on order
       01 WS-RUN-MODE PIC X(1).
	88 RUN-IS-RAISE VALUE 'R'.
	88 RUN-IS-LIST VALUE 'L'.

      * with no supplier master every shortage is listed unordered
       01 WS-SUPP-OPEN PIC X(1) VALUE 'N'.
	88 SUPP-IS-OPEN VALUE 'Y'.

      * materials already on an open order line - a shortage on one
      * of these is on its way and is not ordered again
       01 WS-ONORDER-COUNT PIC 9(3) VALUE 0.
       01 WS-ONORDER-IX PIC 9(3).
       01 WS-ONORDER-HIT PIC X(1).
	88 MATERIAL-ON-ORDER VALUE 'Y'.
       01 WS-ONORDER-TABLE.
           05 WS-ONORDER-ENTRY OCCURS 500 TIMES.
               10 WS-ONORDER-MATERIAL PIC X(6).
               10 WS-ONORDER-PO PIC 9(6).
      * set when there are more open lines than the table holds - the
      * run will not order from a partial picture of what is on order
       01 WS-ONORDER-OVERFLOW PIC X(1) VALUE 'N'.
	88 ONORDER-TABLE-FULL VALUE 'Y'.

      * the shortages to be ordered this run - one order per supplier
      * carries a line for each of that supplier's short materials
       01 WS-ORD-COUNT PIC 9(3) VALUE 0.
       01 WS-ORD-IX PIC 9(3).
       01 WS-ORD-JX PIC 9(3).
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 200 TIMES.
               10 WS-ORD-MATERIAL PIC X(6).
               10 WS-ORD-SUPPLIER PIC X(6).
               10 WS-ORD-SUPP-NAME PIC X(30).
               10 WS-ORD-QTY PIC 9(7).
               10 WS-ORD-AVAILABLE PIC S9(8).
               10 WS-ORD-POINT PIC 9(5).
               10 WS-ORD-PO PIC 9(6).
               10 WS-ORD-LINE PIC 9(3).
       01 WS-AVAILABLE PIC S9(8).
       01 WS-ORDER-QTY PIC S9(9).
       01 WS-LINE-NO PIC 9(3).

      * sequential order numbering - the counter is settled once
      * before any order is written, so rebuilding it from the order
      * file never disturbs a browse
       01 WS-PO-NO PIC 9(6) VALUE 0.
       01 WS-CTL-NO PIC 9(6) VALUE 0.
       01 WS-SEQ-OK PIC X(1) VALUE 'N'.
	88 PO-NO-SECURED VALUE 'Y'.
       01 WS-RUN-STOPPED PIC X(1) VALUE 'N'.
	88 RUN-WAS-STOPPED VALUE 'Y'.

      * run totals for the register
       01 WS-SHORT-COUNT PIC 9(6) VALUE 0.
       01 WS-PO-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-NOSUPP-COUNT PIC 9(6) VALUE 0.
       01 WS-LIST-COUNT PIC 9(6) VALUE 0.

      * display-edited fields for the print lines
       01 WS-QTY-EDIT PIC Z(6)9.
       01 WS-RCVD-EDIT PIC Z(6)9.
       01 WS-AVAIL-EDIT PIC -Z(7)9.
       01 WS-POINT-EDIT PIC Z(4)9.

       PROCEDURE DIVISION.

      * raise a numbered purchase order to each preferred supplier
      * for every material now short of its reorder point, and a
      * register of the run for purchasing - or list the orders
      * still awaiting delivery

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           DISPLAY 'Purchase orders.'.
           DISPLAY 'R to RAISE orders for the stock shortages, L to '
               WITH NO ADVANCING.
           DISPLAY 'LIST open orders: '.
           ACCEPT WS-RUN-MODE.
           IF NOT RUN-IS-RAISE AND NOT RUN-IS-LIST THEN
                   DISPLAY 'You choose poorly, try again.'
                   GO TO MAIN
           END-IF.
           OPEN I-O PURCH-ORDER-FILE.
           IF WS-PO-STATUS = '35' THEN
                   OPEN OUTPUT PURCH-ORDER-FILE
                   CLOSE PURCH-ORDER-FILE
                   OPEN I-O PURCH-ORDER-FILE
           END-IF.
           IF WS-PO-STATUS NOT = '00' THEN
                   DISPLAY 'Purchase order file open failed, status '
                       WS-PO-STATUS ' - aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF RUN-IS-LIST THEN
                   GO TO LISTORDERS
           END-IF.
           PERFORM LOAD-OPEN-ORDERS.
           IF ONORDER-TABLE-FULL THEN
                   DISPLAY 'More than 500 open order lines on file - '
                       'receive or close orders before raising more.'
                   CLOSE PURCH-ORDER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT STOCK-MASTER-FILE.
           IF WS-STOCK-STATUS NOT = '00' THEN
                   DISPLAY 'Stock master open failed, status '
                       WS-STOCK-STATUS ' - nothing to order.'
                   CLOSE PURCH-ORDER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT PO-REG-FILE.
           IF WS-POREG-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open order register file, '
                       'aborting.'
                   CLOSE PURCH-ORDER-FILE
                   CLOSE STOCK-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN EXTEND PO-DOC-FILE.
           IF WS-PODOC-STATUS NOT = '00' THEN
                   OPEN OUTPUT PO-DOC-FILE
           END-IF.
           IF WS-PODOC-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open purchase order file, '
                       'aborting.'
                   CLOSE PURCH-ORDER-FILE
                   CLOSE STOCK-MASTER-FILE
                   CLOSE PO-REG-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT SUPP-MASTER-FILE.
           IF WS-SUPP-STATUS = '00' THEN
                   MOVE 'Y' TO WS-SUPP-OPEN
           ELSE
                   DISPLAY 'Warning - supplier master not available, '
                       'no orders can be raised this run.'
           END-IF.
           PERFORM LOAD-PO-COUNTER THRU LOAD-PO-EXIT.
           MOVE SPACES TO PR-LINE.
           STRING 'PURCHASE ORDER REGISTER - ORDERING RUN OF '
               WS-TODAY(1:8) DELIMITED BY SIZE INTO PR-LINE.
           WRITE PR-LINE.
           MOVE SPACES TO PR-LINE.
           MOVE 'MATERIAL  AVAILABLE  REORDER AT  ACTION'
               TO PR-LINE(1:39).
           WRITE PR-LINE.
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
                       PERFORM CHECK-SHORTAGE THRU CHECK-SHORTAGE-EXIT
               END-READ
           END-PERFORM.
           PERFORM RAISE-ORDERS.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE PURCH-ORDER-FILE.
           CLOSE STOCK-MASTER-FILE.
           CLOSE PO-DOC-FILE.
           CLOSE PO-REG-FILE.
           IF SUPP-IS-OPEN THEN
                   CLOSE SUPP-MASTER-FILE
           END-IF.
           DISPLAY 'Ordering complete - ' WS-PO-COUNT
               ' order(s) on PURCHORD.PRT, register on POREG.PRT.'.
           IF WS-NOSUPP-COUNT > 0 THEN
                   DISPLAY '*** ' WS-NOSUPP-COUNT ' short material(s) '
                       'with no supplier - see POREG.PRT ***'
           END-IF.
           IF RUN-WAS-STOPPED THEN
                   DISPLAY '*** Run stopped - no order number '
                       'could be secured. ***'
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * every open order with its lines and what is still to come

       LISTORDERS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ PURCH-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PO-IS-HEADER AND PO-IS-OPEN THEN
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY 'PO ' PO-NUMBER ' of '
                                   PO-ORDER-DATE ' to '
                                   PO-SUPPLIER-CODE ' '
                                   PO-SUPPLIER-NAME
                       END-IF
                       IF PO-IS-LINE AND PO-LINE-IS-OPEN THEN
                               MOVE PO-QTY-ORDERED TO WS-QTY-EDIT
                               MOVE PO-QTY-RECEIVED TO WS-RCVD-EDIT
                               DISPLAY '   line ' PO-LINE-NO '  '
                                   PO-MATERIAL-CODE '  ordered '
                                   WS-QTY-EDIT '  received '
                                   WS-RCVD-EDIT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT ' open order(s) listed.'.
           CLOSE PURCH-ORDER-FILE.
           STOP RUN.

      * note every material already on an open order line, with the
      * order it is on, before any new order is raised

       LOAD-OPEN-ORDERS.
           MOVE 0 TO WS-ONORDER-COUNT.
           MOVE 'N' TO WS-ONORDER-OVERFLOW.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ PURCH-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PO-IS-LINE AND PO-LINE-IS-OPEN THEN
                           IF WS-ONORDER-COUNT < 500 THEN
                               ADD 1 TO WS-ONORDER-COUNT
                               MOVE PO-MATERIAL-CODE
                                   TO WS-ONORDER-MATERIAL
                                       (WS-ONORDER-COUNT)
                               MOVE PO-NUMBER
                                   TO WS-ONORDER-PO(WS-ONORDER-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-ONORDER-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * a material is short when what is free to sell - on hand less
      * what accepted quotes have allocated - is below its reorder
      * point, the same test the costing run's shortage report uses.
      * A short material already on order, or with no supplier on
      * file, is listed on the register and not ordered.

       CHECK-SHORTAGE.
           IF SK-SHEETS-ALLOCATED IS NOT NUMERIC THEN
                   MOVE 0 TO SK-SHEETS-ALLOCATED
           END-IF.
           COMPUTE WS-AVAILABLE = SK-SHEETS-ON-HAND
               - SK-SHEETS-ALLOCATED.
           IF WS-AVAILABLE NOT < SK-REORDER-POINT THEN
                   GO TO CHECK-SHORTAGE-EXIT
           END-IF.
           ADD 1 TO WS-SHORT-COUNT.
           MOVE WS-AVAILABLE TO WS-AVAIL-EDIT.
           MOVE SK-REORDER-POINT TO WS-POINT-EDIT.
           MOVE SPACES TO PR-LINE.
           MOVE SK-MATERIAL-CODE TO PR-LINE(1:6).
           MOVE WS-AVAIL-EDIT TO PR-LINE(11:9).
           MOVE WS-POINT-EDIT TO PR-LINE(22:5).
           MOVE 'N' TO WS-ONORDER-HIT.
           PERFORM VARYING WS-ONORDER-IX FROM 1 BY 1
               UNTIL WS-ONORDER-IX > WS-ONORDER-COUNT
                   OR MATERIAL-ON-ORDER
               IF WS-ONORDER-MATERIAL(WS-ONORDER-IX)
                   = SK-MATERIAL-CODE THEN
                       MOVE 'Y' TO WS-ONORDER-HIT
                       STRING 'ALREADY ON ORDER - PO '
                           WS-ONORDER-PO(WS-ONORDER-IX)
                           DELIMITED BY SIZE INTO PR-LINE(33:40)
               END-IF
           END-PERFORM.
           IF MATERIAL-ON-ORDER THEN
                   WRITE PR-LINE
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO CHECK-SHORTAGE-EXIT
           END-IF.
           IF NOT SUPP-IS-OPEN THEN
                   MOVE 'NO SUPPLIER ON FILE - NOT ORDERED'
                       TO PR-LINE(33:40)
                   WRITE PR-LINE
                   ADD 1 TO WS-NOSUPP-COUNT
                   GO TO CHECK-SHORTAGE-EXIT
           END-IF.
           MOVE SK-MATERIAL-CODE TO SP-MATERIAL-CODE.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   MOVE 'NO SUPPLIER ON FILE - NOT ORDERED'
                       TO PR-LINE(33:40)
                   WRITE PR-LINE
                   ADD 1 TO WS-NOSUPP-COUNT
                   GO TO CHECK-SHORTAGE-EXIT
           END-READ.
           IF SP-REORDER-QTY IS NUMERIC AND SP-REORDER-QTY > 0 THEN
                   MOVE SP-REORDER-QTY TO WS-ORDER-QTY
           ELSE
                   COMPUTE WS-ORDER-QTY = SK-REORDER-POINT
                       - WS-AVAILABLE
           END-IF.
           IF WS-ORDER-QTY <= 0 OR WS-ORDER-QTY > 9999999 THEN
                   MOVE 'ORDER QUANTITY OUT OF RANGE - NOT ORDERED'
                       TO PR-LINE(33:45)
                   WRITE PR-LINE
                   GO TO CHECK-SHORTAGE-EXIT
           END-IF.
           IF WS-ORD-COUNT >= 200 THEN
                   MOVE 'ORDER TABLE FULL - ORDER NEXT RUN'
                       TO PR-LINE(33:40)
                   WRITE PR-LINE
                   GO TO CHECK-SHORTAGE-EXIT
           END-IF.
           ADD 1 TO WS-ORD-COUNT.
           MOVE SK-MATERIAL-CODE TO WS-ORD-MATERIAL(WS-ORD-COUNT).
           MOVE SP-SUPPLIER-CODE TO WS-ORD-SUPPLIER(WS-ORD-COUNT).
           MOVE SP-SUPPLIER-NAME TO WS-ORD-SUPP-NAME(WS-ORD-COUNT).
           MOVE WS-ORDER-QTY TO WS-ORD-QTY(WS-ORD-COUNT).
           MOVE WS-AVAILABLE TO WS-ORD-AVAILABLE(WS-ORD-COUNT).
           MOVE SK-REORDER-POINT TO WS-ORD-POINT(WS-ORD-COUNT).
           MOVE 0 TO WS-ORD-PO(WS-ORD-COUNT).
           MOVE 0 TO WS-ORD-LINE(WS-ORD-COUNT).
       CHECK-SHORTAGE-EXIT.
           EXIT.

      * one order per supplier - the first shortage not yet ordered
      * takes a new number and every later shortage for the same
      * supplier becomes the next line on it

       RAISE-ORDERS.
           PERFORM VARYING WS-ORD-IX FROM 1 BY 1
               UNTIL WS-ORD-IX > WS-ORD-COUNT OR RUN-WAS-STOPPED
               IF WS-ORD-PO(WS-ORD-IX) = 0 THEN
                       PERFORM RAISE-ONE-ORDER
                           THRU RAISE-ONE-ORDER-EXIT
               END-IF
           END-PERFORM.

       RAISE-ONE-ORDER.
           PERFORM GET-PO-NUMBER THRU GET-PO-EXIT.
           IF NOT PO-NO-SECURED THEN
                   MOVE 'Y' TO WS-RUN-STOPPED
                   GO TO RAISE-ONE-ORDER-EXIT
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           PERFORM VARYING WS-ORD-JX FROM WS-ORD-IX BY 1
               UNTIL WS-ORD-JX > WS-ORD-COUNT
               IF WS-ORD-PO(WS-ORD-JX) = 0
                   AND WS-ORD-SUPPLIER(WS-ORD-JX)
                       = WS-ORD-SUPPLIER(WS-ORD-IX) THEN
                       ADD 1 TO WS-LINE-NO
                       MOVE WS-PO-NO TO WS-ORD-PO(WS-ORD-JX)
                       MOVE WS-LINE-NO TO WS-ORD-LINE(WS-ORD-JX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO PO-RECORD.
           MOVE WS-PO-NO TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           MOVE 'H' TO PO-REC-TYPE.
           MOVE WS-ORD-SUPPLIER(WS-ORD-IX) TO PO-SUPPLIER-CODE.
           MOVE WS-ORD-SUPP-NAME(WS-ORD-IX) TO PO-SUPPLIER-NAME.
           MOVE WS-TODAY(1:8) TO PO-ORDER-DATE.
           MOVE 'O' TO PO-STATUS.
           MOVE WS-LINE-NO TO PO-LINE-COUNT.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'Order ' WS-PO-NO ' already on file - '
                       'run stopped, check the order numbering.'
                   MOVE 'Y' TO WS-RUN-STOPPED
                   GO TO RAISE-ONE-ORDER-EXIT
           END-WRITE.
           ADD 1 TO WS-PO-COUNT.
           PERFORM WRITE-ORDER-HEAD.
           PERFORM VARYING WS-ORD-JX FROM WS-ORD-IX BY 1
               UNTIL WS-ORD-JX > WS-ORD-COUNT
               IF WS-ORD-PO(WS-ORD-JX) = WS-PO-NO THEN
                       PERFORM WRITE-ORDER-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-ORDER-FOOT.
       RAISE-ONE-ORDER-EXIT.
           EXIT.

      * the order document for the supplier

       WRITE-ORDER-HEAD.
           MOVE SPACES TO PD-LINE.
           WRITE PD-LINE.
           MOVE SPACES TO PD-LINE.
           STRING 'PURCHASE ORDER ' WS-PO-NO '     DATE '
               WS-TODAY(1:8) DELIMITED BY SIZE INTO PD-LINE.
           WRITE PD-LINE.
           MOVE SPACES TO PD-LINE.
           STRING 'SUPPLIER ' PO-SUPPLIER-CODE ' '
               PO-SUPPLIER-NAME DELIMITED BY SIZE INTO PD-LINE.
           WRITE PD-LINE.
           MOVE SPACES TO PD-LINE.
           WRITE PD-LINE.
           MOVE 'LINE  MATERIAL  SHEETS ORDERED' TO PD-LINE.
           WRITE PD-LINE.

       WRITE-ORDER-LINE.
           MOVE SPACES TO PO-RECORD.
           MOVE WS-PO-NO TO PO-NUMBER.
           MOVE WS-ORD-LINE(WS-ORD-JX) TO PO-LINE-NO.
           MOVE 'L' TO PO-REC-TYPE.
           MOVE WS-ORD-MATERIAL(WS-ORD-JX) TO PO-MATERIAL-CODE.
           MOVE WS-ORD-QTY(WS-ORD-JX) TO PO-QTY-ORDERED.
           MOVE 0 TO PO-QTY-RECEIVED.
           MOVE 'O' TO PO-LINE-STATUS.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'Order ' WS-PO-NO ' line '
                       WS-ORD-LINE(WS-ORD-JX)
                       ' already on file - not stored.'
           END-WRITE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ORD-QTY(WS-ORD-JX) TO WS-QTY-EDIT.
           MOVE SPACES TO PD-LINE.
           MOVE WS-ORD-LINE(WS-ORD-JX) TO PD-LINE(1:3).
           MOVE WS-ORD-MATERIAL(WS-ORD-JX) TO PD-LINE(7:6).
           MOVE WS-QTY-EDIT TO PD-LINE(17:7).
           WRITE PD-LINE.
           MOVE WS-ORD-AVAILABLE(WS-ORD-JX) TO WS-AVAIL-EDIT.
           MOVE WS-ORD-POINT(WS-ORD-JX) TO WS-POINT-EDIT.
           MOVE SPACES TO PR-LINE.
           MOVE WS-ORD-MATERIAL(WS-ORD-JX) TO PR-LINE(1:6).
           MOVE WS-AVAIL-EDIT TO PR-LINE(11:9).
           MOVE WS-POINT-EDIT TO PR-LINE(22:5).
           STRING 'ORDERED ' FUNCTION TRIM(WS-QTY-EDIT)
               ' ON PO ' WS-PO-NO ' LINE ' WS-ORD-LINE(WS-ORD-JX)
               ' FROM ' WS-ORD-SUPPLIER(WS-ORD-JX)
               DELIMITED BY SIZE INTO PR-LINE(33:60).
           WRITE PR-LINE.

       WRITE-ORDER-FOOT.
           MOVE SPACES TO PD-LINE.
           WRITE PD-LINE.
           MOVE 'PLEASE QUOTE THE ORDER NUMBER ON THE DELIVERY NOTE'
               TO PD-LINE.
           WRITE PD-LINE.
           MOVE 'AUTHORISED BY: ______________   DATE: __________'
               TO PD-LINE.
           WRITE PD-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PR-LINE.
           WRITE PR-LINE.
           MOVE SPACES TO PR-LINE.
           STRING 'RUN TOTAL - ' WS-SHORT-COUNT ' SHORT MATERIALS  '
               WS-PO-COUNT ' ORDERS  ' WS-LINE-COUNT ' LINES'
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PR-LINE.
           MOVE SPACES TO PR-LINE.
           STRING '            ' WS-SKIP-COUNT ' ALREADY ON ORDER  '
               WS-NOSUPP-COUNT ' WITH NO SUPPLIER'
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PR-LINE.
           IF RUN-WAS-STOPPED THEN
                   MOVE SPACES TO PR-LINE
                   STRING '*** RUN STOPPED - NO ORDER NUMBER COULD BE '
                       'SECURED, REMAINING SHORTAGES NOT ORDERED ***'
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
           END-IF.
           MOVE SPACES TO PR-LINE.
           WRITE PR-LINE.
           MOVE 'PREPARED BY: ______________   DATE: __________'
               TO PR-LINE.
           WRITE PR-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO PR-LINE.
           WRITE PR-LINE.

      * settle where the order numbering stands before the run - the
      * higher of the control file and the reservation, or a rebuild
      * from the highest order on file when both are lost, so an
      * order number never restarts at 1

       LOAD-PO-COUNTER.
           MOVE 0 TO WS-CTL-NO.
           OPEN INPUT PO-CTL-FILE.
           IF WS-POCTL-STATUS = '00' THEN
                   READ PO-CTL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PC-NEXT-PO-NO IS NUMERIC THEN
                                   MOVE PC-NEXT-PO-NO TO WS-CTL-NO
                           END-IF
                   END-READ
                   CLOSE PO-CTL-FILE
           END-IF.
           OPEN INPUT PO-NEW-FILE.
           IF WS-PONEW-STATUS = '00' THEN
                   READ PO-NEW-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PN-NEXT-PO-NO IS NUMERIC
                               AND PN-NEXT-PO-NO > WS-CTL-NO THEN
                                   MOVE PN-NEXT-PO-NO TO WS-CTL-NO
                           END-IF
                   END-READ
                   CLOSE PO-NEW-FILE
           END-IF.
           IF WS-CTL-NO > 0 THEN
                   GO TO LOAD-PO-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ PURCH-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PO-NUMBER >= WS-CTL-NO THEN
                               COMPUTE WS-CTL-NO = PO-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTL-NO > 1 THEN
                   DISPLAY 'Order counter rebuilt from the order '
                       'file, next number ' WS-CTL-NO '.'
           END-IF.
           IF WS-CTL-NO = 0 THEN
                   MOVE 1 TO WS-CTL-NO
           END-IF.
       LOAD-PO-EXIT.
           EXIT.

      * take the next order number - the reservation file is
      * advanced and read back before the number goes on paper, then
      * the control file rewritten behind it

       GET-PO-NUMBER.
           MOVE 'N' TO WS-SEQ-OK.
           MOVE WS-CTL-NO TO WS-PO-NO.
           OPEN OUTPUT PO-NEW-FILE.
           IF WS-PONEW-STATUS NOT = '00' THEN
                   GO TO GET-PO-EXIT
           END-IF.
           COMPUTE PN-NEXT-PO-NO = WS-PO-NO + 1.
           WRITE PN-RECORD.
           CLOSE PO-NEW-FILE.
           OPEN INPUT PO-NEW-FILE.
           IF WS-PONEW-STATUS NOT = '00' THEN
                   GO TO GET-PO-EXIT
           END-IF.
           READ PO-NEW-FILE
               AT END
                   CLOSE PO-NEW-FILE
                   GO TO GET-PO-EXIT
           END-READ.
           IF PN-NEXT-PO-NO IS NOT NUMERIC
               OR PN-NEXT-PO-NO NOT = WS-PO-NO + 1 THEN
                   CLOSE PO-NEW-FILE
                   GO TO GET-PO-EXIT
           END-IF.
           CLOSE PO-NEW-FILE.
           OPEN OUTPUT PO-CTL-FILE.
           IF WS-POCTL-STATUS = '00' THEN
                   COMPUTE PC-NEXT-PO-NO = WS-PO-NO + 1
                   WRITE PC-RECORD
                   CLOSE PO-CTL-FILE
           ELSE
                   DISPLAY 'Warning - order control file not '
                       'updated, carrying on from the reservation.'
           END-IF.
           COMPUTE WS-CTL-NO = WS-PO-NO + 1.
           MOVE 'Y' TO WS-SEQ-OK.
       GET-PO-EXIT.
           EXIT.
