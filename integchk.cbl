       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTEMST-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTELIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-QUOTELIN-STATUS.
           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTLIST-STATUS.
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
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT INTEG-REPORT-FILE ASSIGN TO "INTEGCHK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-MASTER-FILE.
           COPY ratemast.

       FD CUST-MASTER-FILE.
           COPY custmast.

       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD QUOTE-LINE-FILE.
           COPY quoteline.

       FD CUT-LIST-FILE.
           COPY cutlist.

       FD STOCK-MASTER-FILE.
           COPY stokmast.

       FD SUPP-MASTER-FILE.
           COPY suppmast.

       FD FX-RATE-FILE.
           COPY fxrates.

       FD INTEG-REPORT-FILE.
       01 IG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-QUOTELIN-STATUS PIC X(2).
       01 WS-CUTLIST-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-SUPP-STATUS PIC X(2).
       01 WS-FX-STATUS PIC X(2).
       01 WS-INTRPT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).

      * which of the cross-read files are on disk - a missing file
      * is reported once and its checks skipped
       01 WS-CUST-OPEN PIC X(1) VALUE 'N'.
	88 CUST-IS-OPEN VALUE 'Y'.
       01 WS-QUOTE-OPEN PIC X(1) VALUE 'N'.
	88 QUOTES-ARE-OPEN VALUE 'Y'.
       01 WS-STOCK-OPEN PIC X(1) VALUE 'N'.
	88 STOCK-IS-OPEN VALUE 'Y'.

      * the FX rate file is line sequential, so its currencies are
      * held in a table the same way FX maintenance loads them
       01 WS-FX-OPEN PIC X(1) VALUE 'N'.
	88 FX-IS-OPEN VALUE 'Y'.
       01 WS-FX-COUNT PIC 9(3) VALUE 0.
       01 WS-FX-IX PIC 9(3).
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-CURRENCY PIC X(3).
       01 WS-CHECK-CURRENCY PIC X(3).
       01 WS-FX-FOUND PIC X(1) VALUE 'N'.
	88 CURRENCY-HAS-RATE VALUE 'Y'.

      * the link under test and what is wrong with it
       01 WS-CHECK-MATERIAL PIC X(6).
       01 WS-MATERIAL-FOUND PIC X(1) VALUE 'N'.
	88 MATERIAL-IS-PRICED VALUE 'Y'.
       01 WS-REPORT-FILE PIC X(8).
       01 WS-REPORT-KEY PIC X(10).
       01 WS-PROBLEM PIC X(70).

      * counts of broken links by file, for the summary
       01 WS-QUOTE-ERRORS PIC 9(6) VALUE 0.
       01 WS-QLINE-ERRORS PIC 9(6) VALUE 0.
       01 WS-CUTLIST-ERRORS PIC 9(6) VALUE 0.
       01 WS-STOCK-ERRORS PIC 9(6) VALUE 0.
       01 WS-SUPP-ERRORS PIC 9(6) VALUE 0.
       01 WS-RATE-ERRORS PIC 9(6) VALUE 0.
       01 WS-CUST-ERRORS PIC 9(6) VALUE 0.
       01 WS-TOTAL-ERRORS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      * cross-read the masters and list every record that names a
      * material, customer or currency the owning file does not hold,
      * and every priced material with no stock line - so orphans
      * are found here rather than by a costing run that cannot cost

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open rate master, status '
                       WS-RATE-STATUS ' - aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT INTEG-REPORT-FILE.
           IF WS-INTRPT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open integrity report file, '
                       'aborting.'
                   CLOSE RATE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO IG-LINE.
           STRING 'FILE INTEGRITY CHECK - RUN OF ' WS-TODAY(1:8)
               DELIMITED BY SIZE INTO IG-LINE.
           WRITE IG-LINE.
           MOVE SPACES TO IG-LINE.
           WRITE IG-LINE.
           MOVE 'FILE      KEY         PROBLEM' TO IG-LINE.
           WRITE IG-LINE.
           PERFORM LOAD-FX-TABLE.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-CUST-OPEN
           ELSE
                   MOVE 'CUSTMAST' TO WS-REPORT-FILE
                   PERFORM WRITE-FILE-MISSING
           END-IF.
           OPEN INPUT QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-QUOTE-OPEN
           ELSE
                   MOVE 'QUOTEMST' TO WS-REPORT-FILE
                   PERFORM WRITE-FILE-MISSING
           END-IF.
           OPEN INPUT STOCK-MASTER-FILE.
           IF WS-STOCK-STATUS = '00' THEN
                   MOVE 'Y' TO WS-STOCK-OPEN
           ELSE
                   MOVE 'STOCKMST' TO WS-REPORT-FILE
                   PERFORM WRITE-FILE-MISSING
           END-IF.
           IF QUOTES-ARE-OPEN THEN
                   PERFORM CHECK-QUOTES
                   PERFORM CHECK-QUOTE-LINES THRU CHECK-QLINES-EXIT
           END-IF.
           PERFORM CHECK-CUT-LIST THRU CHECK-CUT-LIST-EXIT.
           IF STOCK-IS-OPEN THEN
                   PERFORM CHECK-STOCK
           END-IF.
           PERFORM CHECK-SUPPLIERS THRU CHECK-SUPPLIERS-EXIT.
           PERFORM CHECK-RATES.
           IF CUST-IS-OPEN THEN
                   PERFORM CHECK-CUSTOMERS
           END-IF.
           PERFORM WRITE-SUMMARY.
           CLOSE RATE-MASTER-FILE.
           CLOSE INTEG-REPORT-FILE.
           IF CUST-IS-OPEN THEN
                   CLOSE CUST-MASTER-FILE
           END-IF.
           IF QUOTES-ARE-OPEN THEN
                   CLOSE QUOTE-MASTER-FILE
           END-IF.
           IF STOCK-IS-OPEN THEN
                   CLOSE STOCK-MASTER-FILE
           END-IF.
           IF WS-TOTAL-ERRORS > 0 THEN
                   DISPLAY '*** ' WS-TOTAL-ERRORS ' broken link(s) '
                       'found - see INTEGCHK.PRT ***'
           ELSE
                   DISPLAY 'Integrity check clean - report on '
                       'INTEGCHK.PRT.'
           END-IF.
           STOP RUN.

      * every quote must name a priced material, a customer on file
      * and, when quoted in foreign currency, a currency with a rate

       CHECK-QUOTES.
           MOVE 'QUOTEMST' TO WS-REPORT-FILE.
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
                       MOVE SPACES TO WS-REPORT-KEY
                       MOVE QM-QUOTE-NO TO WS-REPORT-KEY
                       MOVE QM-MATERIAL-CODE TO WS-CHECK-MATERIAL
                       PERFORM FIND-MATERIAL
                       IF NOT MATERIAL-IS-PRICED THEN
                               MOVE SPACES TO WS-PROBLEM
                               STRING 'MATERIAL ' QM-MATERIAL-CODE
                                   ' NOT ON RATEMAST (STATUS '
                                   QM-STATUS ')'
                                   DELIMITED BY SIZE INTO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-QUOTE-ERRORS
                       END-IF
                       IF CUST-IS-OPEN
                           AND QM-CUST-CODE NOT = SPACES THEN
                               MOVE QM-CUST-CODE TO CU-CUST-CODE
                               READ CUST-MASTER-FILE
                                   INVALID KEY
                                       MOVE SPACES TO WS-PROBLEM
                                       STRING 'CUSTOMER '
                                           QM-CUST-CODE
                                           ' NOT ON CUSTMAST (STATUS '
                                           QM-STATUS ')'
                                           DELIMITED BY SIZE
                                           INTO WS-PROBLEM
                                       PERFORM WRITE-PROBLEM
                                       ADD 1 TO WS-QUOTE-ERRORS
                               END-READ
                       END-IF
                       MOVE QM-CURRENCY TO WS-CHECK-CURRENCY
                       PERFORM FIND-CURRENCY
                       IF NOT CURRENCY-HAS-RATE THEN
                               MOVE SPACES TO WS-PROBLEM
                               STRING 'CURRENCY ' QM-CURRENCY
                                   ' HAS NO RATE ON FXRATES'
                                   DELIMITED BY SIZE INTO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-QUOTE-ERRORS
                       END-IF
               END-READ
           END-PERFORM.

      * every stored quote line must belong to a quote on file

       CHECK-QUOTE-LINES.
           OPEN INPUT QUOTE-LINE-FILE.
           IF WS-QUOTELIN-STATUS NOT = '00' THEN
                   GO TO CHECK-QLINES-EXIT
           END-IF.
           MOVE 'QUOTELIN' TO WS-REPORT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO QL-QUOTE-NO.
           MOVE 0 TO QL-LINE-NO.
           START QUOTE-LINE-FILE KEY IS GREATER THAN QL-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE QL-QUOTE-NO TO QM-QUOTE-NO
                       READ QUOTE-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-REPORT-KEY
                               STRING QL-QUOTE-NO '/' QL-LINE-NO
                                   DELIMITED BY SIZE
                                   INTO WS-REPORT-KEY
                               MOVE 'NO QUOTE ON QUOTEMST'
                                   TO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-QLINE-ERRORS
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE QUOTE-LINE-FILE.
       CHECK-QLINES-EXIT.
           EXIT.

      * every job waiting on the cut list must name a priced
      * material, or the costing run cannot cost it

       CHECK-CUT-LIST.
           OPEN INPUT CUT-LIST-FILE.
           IF WS-CUTLIST-STATUS NOT = '00' THEN
                   GO TO CHECK-CUT-LIST-EXIT
           END-IF.
           MOVE 'CUTLIST' TO WS-REPORT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ CUT-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CL-IS-HEADER THEN
                               MOVE CL-MATERIAL-CODE
                                   TO WS-CHECK-MATERIAL
                               PERFORM FIND-MATERIAL
                               IF NOT MATERIAL-IS-PRICED THEN
                                       MOVE SPACES TO WS-REPORT-KEY
                                       MOVE CL-JOB-NUMBER
                                           TO WS-REPORT-KEY
                                       MOVE SPACES TO WS-PROBLEM
                                       STRING 'MATERIAL '
                                           CL-MATERIAL-CODE
                                           ' NOT ON RATEMAST'
                                           DELIMITED BY SIZE
                                           INTO WS-PROBLEM
                                       PERFORM WRITE-PROBLEM
                                       ADD 1 TO WS-CUTLIST-ERRORS
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUT-LIST-FILE.
       CHECK-CUT-LIST-EXIT.
           EXIT.

      * every stock line must be for a priced material

       CHECK-STOCK.
           MOVE 'STOCKMST' TO WS-REPORT-FILE.
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
                       MOVE SK-MATERIAL-CODE TO WS-CHECK-MATERIAL
                       PERFORM FIND-MATERIAL
                       IF NOT MATERIAL-IS-PRICED THEN
                               MOVE SPACES TO WS-REPORT-KEY
                               MOVE SK-MATERIAL-CODE TO WS-REPORT-KEY
                               MOVE 'MATERIAL NOT ON RATEMAST'
                                   TO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-STOCK-ERRORS
                       END-IF
               END-READ
           END-PERFORM.

      * every supplier record must be for a priced material

       CHECK-SUPPLIERS.
           OPEN INPUT SUPP-MASTER-FILE.
           IF WS-SUPP-STATUS NOT = '00' THEN
                   GO TO CHECK-SUPPLIERS-EXIT
           END-IF.
           MOVE 'SUPPMAST' TO WS-REPORT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SP-MATERIAL-CODE.
           START SUPP-MASTER-FILE KEY IS GREATER THAN
               SP-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ SUPP-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SP-MATERIAL-CODE TO WS-CHECK-MATERIAL
                       PERFORM FIND-MATERIAL
                       IF NOT MATERIAL-IS-PRICED THEN
                               MOVE SPACES TO WS-REPORT-KEY
                               MOVE SP-MATERIAL-CODE TO WS-REPORT-KEY
                               MOVE 'MATERIAL NOT ON RATEMAST'
                                   TO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-SUPP-ERRORS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPP-MASTER-FILE.
       CHECK-SUPPLIERS-EXIT.
           EXIT.

      * every priced material needs a rate for its currency and a
      * stock line, or its stock can be neither reserved nor relieved

       CHECK-RATES.
           MOVE 'RATEMAST' TO WS-REPORT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RM-MATERIAL-CODE.
           START RATE-MASTER-FILE KEY IS GREATER THAN
               RM-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-REPORT-KEY
                       MOVE RM-MATERIAL-CODE TO WS-REPORT-KEY
                       MOVE RM-CURRENCY-CODE TO WS-CHECK-CURRENCY
                       PERFORM FIND-CURRENCY
                       IF NOT CURRENCY-HAS-RATE THEN
                               MOVE SPACES TO WS-PROBLEM
                               STRING 'CURRENCY ' RM-CURRENCY-CODE
                                   ' HAS NO RATE ON FXRATES'
                                   DELIMITED BY SIZE INTO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-RATE-ERRORS
                       END-IF
                       IF STOCK-IS-OPEN THEN
                               MOVE RM-MATERIAL-CODE
                                   TO SK-MATERIAL-CODE
                               READ STOCK-MASTER-FILE
                                   INVALID KEY
                                       MOVE 'NO STOCK LINE ON STOCKMST'
                                           TO WS-PROBLEM
                                       PERFORM WRITE-PROBLEM
                                       ADD 1 TO WS-RATE-ERRORS
                               END-READ
                       END-IF
               END-READ
           END-PERFORM.

      * a customer's default quote currency needs a rate on file

       CHECK-CUSTOMERS.
           MOVE 'CUSTMAST' TO WS-REPORT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CU-CUST-CODE.
           START CUST-MASTER-FILE KEY IS GREATER THAN CU-CUST-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ CUST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CU-CURRENCY TO WS-CHECK-CURRENCY
                       PERFORM FIND-CURRENCY
                       IF NOT CURRENCY-HAS-RATE THEN
                               MOVE SPACES TO WS-REPORT-KEY
                               MOVE CU-CUST-CODE TO WS-REPORT-KEY
                               MOVE SPACES TO WS-PROBLEM
                               STRING 'DEFAULT CURRENCY ' CU-CURRENCY
                                   ' HAS NO RATE ON FXRATES'
                                   DELIMITED BY SIZE INTO WS-PROBLEM
                               PERFORM WRITE-PROBLEM
                               ADD 1 TO WS-CUST-ERRORS
                       END-IF
               END-READ
           END-PERFORM.

      * a material is good when the rate master holds it

       FIND-MATERIAL.
           MOVE 'N' TO WS-MATERIAL-FOUND.
           MOVE WS-CHECK-MATERIAL TO RM-MATERIAL-CODE.
           READ RATE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MATERIAL-FOUND
           END-READ.

      * CZK is the home currency and a blank currency means none was
      * asked for - anything else must have a rate on file. With no
      * rate file to check against, every currency is passed.

       FIND-CURRENCY.
           MOVE 'N' TO WS-FX-FOUND.
           IF WS-CHECK-CURRENCY = SPACES
               OR WS-CHECK-CURRENCY = 'CZK'
               OR NOT FX-IS-OPEN THEN
                   MOVE 'Y' TO WS-FX-FOUND
           END-IF.
           PERFORM VARYING WS-FX-IX FROM 1 BY 1
               UNTIL WS-FX-IX > WS-FX-COUNT OR CURRENCY-HAS-RATE
               IF WS-TBL-CURRENCY(WS-FX-IX) = WS-CHECK-CURRENCY THEN
                       MOVE 'Y' TO WS-FX-FOUND
               END-IF
           END-PERFORM.

       LOAD-FX-TABLE.
           MOVE 0 TO WS-FX-COUNT.
           MOVE 'N' TO WS-FX-OPEN.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS NOT = '00' THEN
                   MOVE 'FXRATES' TO WS-REPORT-FILE
                   PERFORM WRITE-FILE-MISSING
           ELSE
                   MOVE 'Y' TO WS-FX-OPEN
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL AT-END-OF-FILE
                       READ FX-RATE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF WS-FX-COUNT < 100 THEN
                                       ADD 1 TO WS-FX-COUNT
                                       MOVE FX-CURRENCY TO
                                           WS-TBL-CURRENCY(WS-FX-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FX-RATE-FILE
           END-IF.

       WRITE-PROBLEM.
           MOVE SPACES TO IG-LINE.
           MOVE WS-REPORT-FILE TO IG-LINE(1:8).
           MOVE WS-REPORT-KEY TO IG-LINE(11:10).
           MOVE WS-PROBLEM TO IG-LINE(23:70).
           WRITE IG-LINE.
           ADD 1 TO WS-TOTAL-ERRORS.

       WRITE-FILE-MISSING.
           MOVE SPACES TO IG-LINE.
           MOVE WS-REPORT-FILE TO IG-LINE(1:8).
           MOVE 'FILE NOT AVAILABLE - LINKS TO IT NOT CHECKED'
               TO IG-LINE(23:70).
           WRITE IG-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO IG-LINE.
           WRITE IG-LINE.
           MOVE SPACES TO IG-LINE.
           STRING 'BROKEN LINKS - QUOTEMST ' WS-QUOTE-ERRORS
               '  QUOTELIN ' WS-QLINE-ERRORS
               '  CUTLIST ' WS-CUTLIST-ERRORS
               '  STOCKMST ' WS-STOCK-ERRORS
               DELIMITED BY SIZE INTO IG-LINE.
           WRITE IG-LINE.
           MOVE SPACES TO IG-LINE.
           STRING '               SUPPMAST ' WS-SUPP-ERRORS
               '  RATEMAST ' WS-RATE-ERRORS
               '  CUSTMAST ' WS-CUST-ERRORS
               '  TOTAL ' WS-TOTAL-ERRORS
               DELIMITED BY SIZE INTO IG-LINE.
           WRITE IG-LINE.
           MOVE SPACES TO IG-LINE.
           WRITE IG-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO IG-LINE.
           WRITE IG-LINE.
