           SELECT RATE-LOG-FILE ASSIGN TO "RATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATELOG-STATUS.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTEMST-STATUS.
           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTLIST-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ratemast.

       FD RATE-LOG-FILE.
           COPY ratelog.

       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD CUT-LIST-FILE.
           COPY cutlist.

       FD STOCK-MASTER-FILE.
           COPY stokmast.

       FD PURCH-ORDER-FILE.
           COPY pordmast.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).
       01 WS-PRICE-DISP PIC -Z(4)9.9999.
       01 WS-PEND-DISP PIC -Z(4)9.9999.

      * a material still in use elsewhere may not be deleted - the
      * files that name it are searched first and the operator told
      * where it is used
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-CUTLIST-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-USE-COUNT PIC 9(6) VALUE 0.
       01 WS-REF-COUNT PIC 9(6) VALUE 0.
       01 WS-FIRST-KEY PIC X(8).

       PROCEDURE DIVISION.

      * sign on, open the rate master and the price-change log, then
                   DISPLAY 'Unknown material code, nothing deleted.'
                   GO TO MENUSELECT
           END-READ.
           PERFORM CHECK-MATERIAL-USE THRU CHECK-MATERIAL-USE-EXIT.
           IF WS-USE-COUNT > 0 THEN
                   DISPLAY 'Material ' WS-MATERIAL-CODE ' is still '
                       'in use - nothing deleted.'
                   GO TO MENUSELECT
           END-IF.
           PERFORM PROMOTE-PENDING.
           MOVE RM-PRICE-PER-AREA TO WS-PRICE-DISP.
           DISPLAY 'Deleting ' WS-MATERIAL-CODE ' priced '
           DISPLAY 'Material ' WS-MATERIAL-CODE ' deleted.'.
           GO TO MENUSELECT.

      * look for the material everywhere a live record still names
      * it - an open or accepted quote, a job waiting on the cut
      * list, a stock line still holding sheets, an order line still
      * to be delivered - and say where, one line per file, with the
      * first key found. A file that is not there holds no
      * references; one that is there but cannot be read counts as
      * a use, since nothing can be proved about it.

       CHECK-MATERIAL-USE.
           MOVE 0 TO WS-USE-COUNT.
           MOVE 0 TO WS-REF-COUNT.
           MOVE SPACES TO WS-FIRST-KEY.
           OPEN INPUT QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS = '00' THEN
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 0 TO QM-QUOTE-NO
                   START QUOTE-MASTER-FILE KEY IS GREATER THAN
                       QM-QUOTE-NO
                       INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
                   END-START
                   PERFORM UNTIL AT-END-OF-FILE
                       READ QUOTE-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF QM-MATERIAL-CODE = WS-MATERIAL-CODE
                                   AND (QM-IS-OPEN OR QM-IS-ACCEPTED)
                                   THEN
                                       PERFORM NOTE-QUOTE-USE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-MASTER-FILE
           ELSE
                   IF WS-QUOTEMST-STATUS NOT = '35' THEN
                           DISPLAY '  QUOTEMST.DAT could not be read, '
                               'status ' WS-QUOTEMST-STATUS
                           ADD 1 TO WS-USE-COUNT
                   END-IF
           END-IF.
           IF WS-REF-COUNT > 0 THEN
                   DISPLAY '  ' WS-REF-COUNT ' open or accepted '
                       'quote(s) on QUOTEMST.DAT, first quote '
                       WS-FIRST-KEY
                   ADD WS-REF-COUNT TO WS-USE-COUNT
           END-IF.
           MOVE 0 TO WS-REF-COUNT.
           MOVE SPACES TO WS-FIRST-KEY.
           OPEN INPUT CUT-LIST-FILE.
           IF WS-CUTLIST-STATUS = '00' THEN
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL AT-END-OF-FILE
                       READ CUT-LIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF CL-IS-HEADER
                                   AND CL-MATERIAL-CODE
                                       = WS-MATERIAL-CODE THEN
                                       PERFORM NOTE-JOB-USE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUT-LIST-FILE
           ELSE
                   IF WS-CUTLIST-STATUS NOT = '35' THEN
                           DISPLAY '  CUTLIST.DAT could not be read, '
                               'status ' WS-CUTLIST-STATUS
                           ADD 1 TO WS-USE-COUNT
                   END-IF
           END-IF.
           IF WS-REF-COUNT > 0 THEN
                   DISPLAY '  ' WS-REF-COUNT ' job(s) waiting on '
                       'CUTLIST.DAT, first job ' WS-FIRST-KEY
                   ADD WS-REF-COUNT TO WS-USE-COUNT
           END-IF.
           OPEN INPUT STOCK-MASTER-FILE.
           IF WS-STOCK-STATUS = '00' THEN
                   MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE
                   READ STOCK-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM NOTE-STOCK-USE
                   END-READ
                   CLOSE STOCK-MASTER-FILE
           ELSE
                   IF WS-STOCK-STATUS NOT = '35' THEN
                           DISPLAY '  STOCKMST.DAT could not be read, '
                               'status ' WS-STOCK-STATUS
                           ADD 1 TO WS-USE-COUNT
                   END-IF
           END-IF.
           MOVE 0 TO WS-REF-COUNT.
           MOVE SPACES TO WS-FIRST-KEY.
           OPEN INPUT PURCH-ORDER-FILE.
           IF WS-PO-STATUS = '00' THEN
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 0 TO PO-NUMBER
                   MOVE 0 TO PO-LINE-NO
                   START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
                   END-START
                   PERFORM UNTIL AT-END-OF-FILE
                       READ PURCH-ORDER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF PO-IS-LINE AND PO-LINE-IS-OPEN
                                   AND PO-MATERIAL-CODE
                                       = WS-MATERIAL-CODE THEN
                                       PERFORM NOTE-ORDER-USE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PURCH-ORDER-FILE
           ELSE
                   IF WS-PO-STATUS NOT = '35' THEN
                           DISPLAY '  PURCHORD.DAT could not be read, '
                               'status ' WS-PO-STATUS
                           ADD 1 TO WS-USE-COUNT
                   END-IF
           END-IF.
           IF WS-REF-COUNT > 0 THEN
                   DISPLAY '  ' WS-REF-COUNT ' open order line(s) on '
                       'PURCHORD.DAT, first order ' WS-FIRST-KEY
                   ADD WS-REF-COUNT TO WS-USE-COUNT
           END-IF.
       CHECK-MATERIAL-USE-EXIT.
           EXIT.

       NOTE-QUOTE-USE.
           ADD 1 TO WS-REF-COUNT.
           IF WS-FIRST-KEY = SPACES THEN
                   MOVE QM-QUOTE-NO TO WS-FIRST-KEY
           END-IF.

       NOTE-JOB-USE.
           ADD 1 TO WS-REF-COUNT.
           IF WS-FIRST-KEY = SPACES THEN
                   MOVE CL-JOB-NUMBER TO WS-FIRST-KEY
           END-IF.

       NOTE-ORDER-USE.
           ADD 1 TO WS-REF-COUNT.
           IF WS-FIRST-KEY = SPACES THEN
                   MOVE PO-NUMBER TO WS-FIRST-KEY
           END-IF.

      * a stock line only holds the material while it still has
      * sheets on hand or set aside - an emptied line does not
      * stop the delete. A record predating allocation carries
      * spaces there.

       NOTE-STOCK-USE.
           IF SK-SHEETS-ALLOCATED IS NOT NUMERIC THEN
                   MOVE 0 TO SK-SHEETS-ALLOCATED
           END-IF.
           IF SK-SHEETS-ON-HAND NOT = 0
               OR SK-SHEETS-ALLOCATED NOT = 0 THEN
                   DISPLAY '  a stock line on STOCKMST.DAT with '
                       'sheets on hand or allocated'
                   ADD 1 TO WS-USE-COUNT
           END-IF.

      * a pending price whose effective date has arrived is already
      * the price every lookup returns - roll it into the base price
      * before it is displayed, logged or replaced, so keying the
