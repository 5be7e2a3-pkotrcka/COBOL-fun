       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-MATERIAL-CODE
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPP-MASTER-FILE.
           COPY suppmast.

       FD RATE-MASTER-FILE.
           COPY ratemast.

       WORKING-STORAGE SECTION.
       01 WS-SUPP-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).

      * maintenance menu choice
       01 WS-FUNCTION PIC X(1).
	88 FUNCTION-IS-LIST VALUE 'L'.
	88 FUNCTION-IS-ADD VALUE 'A'.
	88 FUNCTION-IS-CHANGE VALUE 'C'.
	88 FUNCTION-IS-EXIT VALUE 'X'.

      * staging fields for keyed maintenance input
       01 WS-MATERIAL-CODE PIC X(6).
      * whether the rate master knows the material keyed - the file
      * status cannot carry this, the close resets it
       01 WS-MATERIAL-FOUND PIC X(1) VALUE 'N'.
	88 MATERIAL-ON-RATE-MASTER VALUE 'Y'.
       01 WS-SUPPLIER-CODE PIC X(6).
       01 WS-SUPPLIER-NAME PIC X(30).
       01 WS-QTY-BUF PIC X(7).
       01 WS-QTY-NUM REDEFINES WS-QTY-BUF PIC 9(7).
       01 WS-QTY-DISP PIC Z(6)9.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      * the supplier master says who each material is bought from
      * and in what quantity - the purchasing run raises its orders
      * straight from it

       MAIN.
           OPEN I-O SUPP-MASTER-FILE.
           IF WS-SUPP-STATUS = '35' THEN
                   OPEN OUTPUT SUPP-MASTER-FILE
                   CLOSE SUPP-MASTER-FILE
                   OPEN I-O SUPP-MASTER-FILE
           END-IF.
           IF WS-SUPP-STATUS NOT = '00' THEN
                   DISPLAY 'Supplier master open failed, status '
                       WS-SUPP-STATUS ' - aborting.'
                   STOP RUN
           END-IF.

       MENUSELECT.
           DISPLAY 'Supplier master maintenance:'.
           DISPLAY 'L to LIST all materials and suppliers'.
           DISPLAY 'A to ADD a material supplier'.
           DISPLAY 'C to CHANGE a material supplier'.
           DISPLAY 'X to EXIT'.
           ACCEPT WS-FUNCTION.
           IF FUNCTION-IS-LIST THEN
                   GO TO LISTSUPPS
           END-IF.
           IF FUNCTION-IS-ADD THEN
                   GO TO ADDSUPP
           END-IF.
           IF FUNCTION-IS-CHANGE THEN
                   GO TO CHANGESUPP
           END-IF.
           IF FUNCTION-IS-EXIT THEN
                   DISPLAY 'Goodbye!'
                   CLOSE SUPP-MASTER-FILE
                   STOP RUN
           END-IF.
           DISPLAY 'You choose poorly, try again.'.
           GO TO MENUSELECT.

       LISTSUPPS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SP-MATERIAL-CODE.
           START SUPP-MASTER-FILE KEY IS GREATER THAN
               SP-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           IF WS-SUPP-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           DISPLAY 'MATERIAL  SUPPLIER  NAME'
               '                            REORDER QTY'.
           PERFORM UNTIL AT-END-OF-FILE
               READ SUPP-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE SP-REORDER-QTY TO WS-QTY-DISP
                       DISPLAY SP-MATERIAL-CODE '    '
                           SP-SUPPLIER-CODE '    ' SP-SUPPLIER-NAME
                           '  ' WS-QTY-DISP
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT ' supplier records listed.'.
           GO TO MENUSELECT.

      * a supplier can only be set up for a material the rate master
      * knows, so purchasing never orders a code nobody can price

       ADDSUPP.
           DISPLAY 'Enter material code (6 chars): '.
           ACCEPT WS-MATERIAL-CODE.
           IF WS-MATERIAL-CODE = SPACES THEN
                   DISPLAY 'Material code required, try again.'
                   GO TO ADDSUPP
           END-IF.
           PERFORM CHECK-RATE-MASTER THRU CHECK-RATE-EXIT.
           IF NOT MATERIAL-ON-RATE-MASTER THEN
                   GO TO MENUSELECT
           END-IF.
           DISPLAY 'Enter supplier code (6 chars): '.
           ACCEPT WS-SUPPLIER-CODE.
           IF WS-SUPPLIER-CODE = SPACES THEN
                   DISPLAY 'Supplier code required, nothing added.'
                   GO TO MENUSELECT
           END-IF.
           DISPLAY 'Enter supplier name (30 chars): '.
           ACCEPT WS-SUPPLIER-NAME.
           PERFORM GET-REORDER-QTY.
           MOVE WS-MATERIAL-CODE TO SP-MATERIAL-CODE.
           MOVE WS-SUPPLIER-CODE TO SP-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-NAME TO SP-SUPPLIER-NAME.
           MOVE WS-QTY-NUM TO SP-REORDER-QTY.
           WRITE SP-RECORD
               INVALID KEY
                   DISPLAY 'Material already has a supplier, use '
                       'CHANGE.'
                   GO TO MENUSELECT
           END-WRITE.
           DISPLAY 'Supplier for ' WS-MATERIAL-CODE ' added.'.
           GO TO MENUSELECT.

       CHANGESUPP.
           DISPLAY 'Enter material code (6 chars): '.
           ACCEPT WS-MATERIAL-CODE.
           MOVE WS-MATERIAL-CODE TO SP-MATERIAL-CODE.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   DISPLAY 'No supplier for that material, use ADD.'
                   GO TO MENUSELECT
           END-READ.
           MOVE SP-REORDER-QTY TO WS-QTY-DISP.
           DISPLAY 'On file: ' SP-SUPPLIER-CODE ' ' SP-SUPPLIER-NAME
               ' reorder qty ' WS-QTY-DISP.
           DISPLAY 'Enter supplier code (blank to keep): '.
           ACCEPT WS-SUPPLIER-CODE.
           IF WS-SUPPLIER-CODE NOT = SPACES THEN
                   MOVE WS-SUPPLIER-CODE TO SP-SUPPLIER-CODE
           END-IF.
           DISPLAY 'Enter supplier name (blank to keep): '.
           ACCEPT WS-SUPPLIER-NAME.
           IF WS-SUPPLIER-NAME NOT = SPACES THEN
                   MOVE WS-SUPPLIER-NAME TO SP-SUPPLIER-NAME
           END-IF.
           DISPLAY 'Enter reorder quantity, 7 digits (blank to keep): '.
           ACCEPT WS-QTY-BUF.
           IF WS-QTY-BUF NOT = SPACES THEN
                   IF WS-QTY-BUF IS NUMERIC THEN
                           MOVE WS-QTY-NUM TO SP-REORDER-QTY
                   ELSE
                           DISPLAY 'Not numeric, quantity kept.'
                   END-IF
           END-IF.
           REWRITE SP-RECORD.
           DISPLAY 'Supplier for ' WS-MATERIAL-CODE ' changed.'.
           GO TO MENUSELECT.

      * sheets per order - zero orders back up to the reorder point

       GET-REORDER-QTY.
           DISPLAY 'Enter reorder quantity in sheets, 7 digits '
               WITH NO ADVANCING.
           DISPLAY '(0000000 to order up to the reorder point): '.
           ACCEPT WS-QTY-BUF.
           IF WS-QTY-BUF IS NOT NUMERIC THEN
                   DISPLAY 'Not numeric, try again.'
                   GO TO GET-REORDER-QTY
           END-IF.

       CHECK-RATE-MASTER.
           MOVE 'N' TO WS-MATERIAL-FOUND.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Rate master open failed, status '
                       WS-RATE-STATUS ' - nothing added.'
                   GO TO CHECK-RATE-EXIT
           END-IF.
           MOVE WS-MATERIAL-CODE TO RM-MATERIAL-CODE.
           READ RATE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Material not on the rate master - '
                       'nothing added.'
                   MOVE 'N' TO WS-MATERIAL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MATERIAL-FOUND
           END-READ.
           CLOSE RATE-MASTER-FILE.
       CHECK-RATE-EXIT.
           EXIT.
