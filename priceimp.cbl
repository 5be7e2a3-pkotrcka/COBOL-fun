       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RATE-LOG-FILE ASSIGN TO "RATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATELOG-STATUS.
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
           SELECT IMPACT-REPORT-FILE ASSIGN TO "PRICEIMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-MASTER-FILE.
           COPY ratemast.

       FD RATE-LOG-FILE.
           COPY ratelog.

       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD CUST-MASTER-FILE.
           COPY custmast.

       FD IMPACT-REPORT-FILE.
       01 PI-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).
       01 WS-RATELOG-STATUS PIC X(2).
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).
       01 WS-CUST-OPEN PIC X(1) VALUE 'N'.
	88 CUST-IS-OPEN VALUE 'Y'.

      * every price rise on the rate log, with the date it took or
      * takes effect - an immediate change took effect the day it
      * was keyed
       01 WS-RISE-COUNT PIC 9(4) VALUE 0.
       01 WS-RISE-IX PIC 9(4).
       01 WS-RISE-OVFL PIC X(1) VALUE 'N'.
	88 RISE-TABLE-FULL VALUE 'Y'.
       01 WS-RISE-TABLE.
           05 WS-RISE-ENTRY OCCURS 1000 TIMES.
               10 WS-RISE-MATERIAL PIC X(6).
               10 WS-RISE-DATE PIC X(8).
       01 WS-RISE-FROM-DATE PIC X(8).

      * one quote repriced
       01 WS-ACCEPT-DATE PIC X(8).
       01 WS-EFF-PRICE PIC S9(5)V9(4).
       01 WS-SHEET-AREA PIC S9(8)V9(4).
       01 WS-SHEETS PIC 9(9).
       01 WS-GROSS-AREA PIC S9(12)V9(4).
       01 WS-REPRICED PIC S9(15)V9(2).
       01 WS-DISC-AMT PIC S9(15)V9(2).
       01 WS-DIFFERENCE PIC S9(15)V9(2).
       01 WS-DISC-PCT PIC 9(2)V9(2).
       01 WS-REPRICE-FLAG PIC X(1) VALUE 'N'.
	88 QUOTE-WAS-REPRICED VALUE 'Y'.
       01 WS-FIRST-RISE PIC X(8).
       01 WS-FLAG-TEXT PIC X(20).

      * totals by material and by customer, each split by currency
      * so no figure adds two currencies together, kept in key order
      * as entries are added
       01 WS-MT-COUNT PIC 9(3) VALUE 0.
       01 WS-MT-IX PIC 9(3).
       01 WS-CT-COUNT PIC 9(3) VALUE 0.
       01 WS-CT-IX PIC 9(3).
       01 WS-SHIFT-IX PIC 9(3).
       01 WS-TOTAL-OVFL PIC X(1) VALUE 'N'.
	88 TOTAL-TABLE-FULL VALUE 'Y'.
       01 WS-NEW-MT-KEY.
           05 WS-NEW-MT-MATERIAL PIC X(6).
           05 WS-NEW-MT-CURRENCY PIC X(3).
       01 WS-NEW-CT-KEY.
           05 WS-NEW-CT-CUSTOMER PIC X(6).
           05 WS-NEW-CT-CURRENCY PIC X(3).
       01 WS-MT-TABLE.
           05 WS-MT-ENTRY OCCURS 200 TIMES.
               10 WS-MT-KEY.
                   15 WS-MT-MATERIAL PIC X(6).
                   15 WS-MT-CURRENCY PIC X(3).
               10 WS-MT-QUOTES PIC 9(5).
               10 WS-MT-QUOTED PIC S9(15)V9(2).
               10 WS-MT-REPRICED PIC S9(15)V9(2).
               10 WS-MT-DIFFERENCE PIC S9(15)V9(2).
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
               10 WS-CT-KEY.
                   15 WS-CT-CUSTOMER PIC X(6).
                   15 WS-CT-CURRENCY PIC X(3).
               10 WS-CT-QUOTES PIC 9(5).
               10 WS-CT-QUOTED PIC S9(15)V9(2).
               10 WS-CT-REPRICED PIC S9(15)V9(2).
               10 WS-CT-DIFFERENCE PIC S9(15)V9(2).

      * run counts
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-NOPRICE-COUNT PIC 9(6) VALUE 0.
       01 WS-UNDER-COUNT PIC 9(6) VALUE 0.
       01 WS-RISE-FLAG-COUNT PIC 9(6) VALUE 0.

      * print editing
       01 WS-QUOTED-EDIT PIC -Z(10)9.99.
       01 WS-REPRICED-EDIT PIC -Z(10)9.99.
       01 WS-DIFF-EDIT PIC -Z(10)9.99.
       01 WS-COUNT-EDIT PIC Z(5)9.

       PROCEDURE DIVISION.

      * reprice every open quote at the price that will be in force
      * on the last day it can be accepted, beside what it was
      * quoted at, so sales can re-quote the ones now under water
      * or let them lapse - and flag every quote whose validity runs
      * past a price rise

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open rate master, status '
                       WS-RATE-STATUS ' - aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open quote master, status '
                       WS-QUOTEMST-STATUS ' - aborting.'
                   CLOSE RATE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT IMPACT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open report file, aborting.'
                   CLOSE RATE-MASTER-FILE
                   CLOSE QUOTE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-CUST-OPEN
           ELSE
                   DISPLAY 'No customer master - quotes repriced '
                       'without standing discounts.'
           END-IF.
           PERFORM LOAD-RISES THRU LOAD-RISES-EXIT.
           PERFORM WRITE-REPORT-HEADER.
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
                               PERFORM REPRICE-QUOTE
                                   THRU REPRICE-QUOTE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-MATERIAL-TOTALS.
           PERFORM WRITE-CUSTOMER-TOTALS.
           PERFORM WRITE-SUMMARY.
           CLOSE RATE-MASTER-FILE.
           CLOSE QUOTE-MASTER-FILE.
           CLOSE IMPACT-REPORT-FILE.
           IF CUST-IS-OPEN THEN
                   CLOSE CUST-MASTER-FILE
           END-IF.
           DISPLAY 'Price impact report written to PRICEIMP.PRT - '
               WS-OPEN-COUNT ' open quote(s).'.
           IF WS-UNDER-COUNT > 0 OR WS-RISE-FLAG-COUNT > 0 THEN
                   DISPLAY '*** ' WS-UNDER-COUNT ' quoted below the '
                       'price at acceptance, ' WS-RISE-FLAG-COUNT
                       ' valid past a price rise ***'
           END-IF.
           STOP RUN.

      * a rise is any change that put the price up - a pending
      * change is logged with its effective date, an immediate one
      * takes effect on the day it was keyed

       LOAD-RISES.
           OPEN INPUT RATE-LOG-FILE.
           IF WS-RATELOG-STATUS NOT = '00' THEN
                   DISPLAY 'No rate log found - only pending rises '
                       'on the rate master are flagged.'
                   GO TO LOAD-RISES-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ RATE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RL-ACTION = 'C'
                           AND RL-NEW-PRICE > RL-OLD-PRICE THEN
                               PERFORM STORE-RISE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-LOG-FILE.
       LOAD-RISES-EXIT.
           EXIT.

       STORE-RISE.
           IF WS-RISE-COUNT NOT < 1000 THEN
                   MOVE 'Y' TO WS-RISE-OVFL
           ELSE
                   ADD 1 TO WS-RISE-COUNT
                   MOVE RL-MATERIAL-CODE
                       TO WS-RISE-MATERIAL(WS-RISE-COUNT)
                   IF RL-EFFECTIVE-DATE = SPACES THEN
                           MOVE RL-TIMESTAMP(1:8)
                               TO WS-RISE-DATE(WS-RISE-COUNT)
                   ELSE
                           MOVE RL-EFFECTIVE-DATE
                               TO WS-RISE-DATE(WS-RISE-COUNT)
                   END-IF
           END-IF.

      * price the quote the way AREACALC did - whole sheets where
      * the material has a sheet size, less the customer's standing
      * discount - but at the price in force on its valid-until date

       REPRICE-QUOTE.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-REPRICE-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 0 TO WS-REPRICED.
           MOVE 0 TO WS-DIFFERENCE.
           IF QM-VALID-UNTIL IS NUMERIC THEN
                   MOVE QM-VALID-UNTIL TO WS-ACCEPT-DATE
           ELSE
                   MOVE WS-TODAY(1:8) TO WS-ACCEPT-DATE
           END-IF.
           MOVE QM-MATERIAL-CODE TO RM-MATERIAL-CODE.
           READ RATE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO RATE - NOT PRICED' TO WS-FLAG-TEXT
                   ADD 1 TO WS-NOPRICE-COUNT
                   PERFORM WRITE-QUOTE-LINE
                   GO TO REPRICE-QUOTE-EXIT
           END-READ.
           MOVE RM-PRICE-PER-AREA TO WS-EFF-PRICE.
           IF RM-PENDING-DATE NOT = SPACES
               AND RM-PENDING-DATE NOT > WS-ACCEPT-DATE THEN
                   MOVE RM-PENDING-PRICE TO WS-EFF-PRICE
           END-IF.
           COMPUTE WS-SHEET-AREA = RM-SHEET-LENGTH * RM-SHEET-WIDTH.
           IF WS-SHEET-AREA > 0 THEN
                   COMPUTE WS-SHEETS = QM-AREA / WS-SHEET-AREA
                       ON SIZE ERROR
                           MOVE 'TOO LARGE TO PRICE' TO WS-FLAG-TEXT
                   END-COMPUTE
                   IF WS-SHEETS * WS-SHEET-AREA < QM-AREA THEN
                           ADD 1 TO WS-SHEETS
                   END-IF
                   COMPUTE WS-GROSS-AREA = WS-SHEETS * WS-SHEET-AREA
                       ON SIZE ERROR
                           MOVE 'TOO LARGE TO PRICE' TO WS-FLAG-TEXT
                   END-COMPUTE
                   COMPUTE WS-REPRICED = WS-GROSS-AREA * WS-EFF-PRICE
                       ON SIZE ERROR
                           MOVE 'TOO LARGE TO PRICE' TO WS-FLAG-TEXT
                   END-COMPUTE
           ELSE
                   COMPUTE WS-REPRICED = QM-AREA * WS-EFF-PRICE
                       ON SIZE ERROR
                           MOVE 'TOO LARGE TO PRICE' TO WS-FLAG-TEXT
                   END-COMPUTE
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES THEN
                   MOVE 0 TO WS-REPRICED
                   ADD 1 TO WS-NOPRICE-COUNT
                   PERFORM WRITE-QUOTE-LINE
                   GO TO REPRICE-QUOTE-EXIT
           END-IF.
           PERFORM GET-DISCOUNT.
           IF WS-DISC-PCT > 0 THEN
                   COMPUTE WS-DISC-AMT ROUNDED =
                       WS-REPRICED * WS-DISC-PCT / 100
                   SUBTRACT WS-DISC-AMT FROM WS-REPRICED
           END-IF.
           MOVE 'Y' TO WS-REPRICE-FLAG.
           COMPUTE WS-DIFFERENCE = WS-REPRICED - QM-NET-AMOUNT.
           IF WS-DIFFERENCE > 0 THEN
                   ADD 1 TO WS-UNDER-COUNT
           END-IF.
           PERFORM FIND-FIRST-RISE.
           IF WS-FIRST-RISE NOT = SPACES THEN
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'RISE ' WS-FIRST-RISE
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   ADD 1 TO WS-RISE-FLAG-COUNT
           END-IF.
           PERFORM WRITE-QUOTE-LINE.
           PERFORM ADD-MATERIAL-TOTAL.
           PERFORM ADD-CUSTOMER-TOTAL.
       REPRICE-QUOTE-EXIT.
           EXIT.

      * a customer record written before standing discounts were
      * kept carries spaces there, which is no discount

       GET-DISCOUNT.
           MOVE 0 TO WS-DISC-PCT.
           IF CUST-IS-OPEN AND QM-CUST-CODE NOT = SPACES THEN
                   MOVE QM-CUST-CODE TO CU-CUST-CODE
                   READ CUST-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CU-DISC-PCT IS NUMERIC THEN
                                   MOVE CU-DISC-PCT TO WS-DISC-PCT
                           END-IF
                   END-READ
           END-IF.

      * the earliest rise that takes effect after the quote was
      * priced and on or before the day it lapses - from the rate
      * log, or from a pending rise on the rate master itself in
      * case the log has been cleared down

       FIND-FIRST-RISE.
           MOVE SPACES TO WS-FIRST-RISE.
           IF QM-QUOTE-DATE IS NUMERIC THEN
                   MOVE QM-QUOTE-DATE TO WS-RISE-FROM-DATE
           ELSE
                   MOVE LOW-VALUES TO WS-RISE-FROM-DATE
           END-IF.
           IF RM-PENDING-DATE NOT = SPACES
               AND RM-PENDING-PRICE > RM-PRICE-PER-AREA
               AND RM-PENDING-DATE > WS-RISE-FROM-DATE
               AND RM-PENDING-DATE NOT > WS-ACCEPT-DATE THEN
                   MOVE RM-PENDING-DATE TO WS-FIRST-RISE
           END-IF.
           PERFORM VARYING WS-RISE-IX FROM 1 BY 1
               UNTIL WS-RISE-IX > WS-RISE-COUNT
               IF WS-RISE-MATERIAL(WS-RISE-IX) = QM-MATERIAL-CODE
                   AND WS-RISE-DATE(WS-RISE-IX) > WS-RISE-FROM-DATE
                   AND WS-RISE-DATE(WS-RISE-IX)
                       NOT > WS-ACCEPT-DATE THEN
                       IF WS-FIRST-RISE = SPACES
                           OR WS-RISE-DATE(WS-RISE-IX)
                               < WS-FIRST-RISE THEN
                               MOVE WS-RISE-DATE(WS-RISE-IX)
                                   TO WS-FIRST-RISE
                       END-IF
               END-IF
           END-PERFORM.

       ADD-MATERIAL-TOTAL.
           MOVE QM-MATERIAL-CODE TO WS-NEW-MT-MATERIAL.
           MOVE QM-CURRENCY TO WS-NEW-MT-CURRENCY.
           MOVE 1 TO WS-MT-IX.
           PERFORM UNTIL WS-MT-IX > WS-MT-COUNT
               OR WS-MT-KEY(WS-MT-IX) NOT < WS-NEW-MT-KEY
               ADD 1 TO WS-MT-IX
           END-PERFORM.
           IF WS-MT-IX > WS-MT-COUNT
               OR WS-MT-KEY(WS-MT-IX) NOT = WS-NEW-MT-KEY THEN
                   IF WS-MT-COUNT NOT < 200 THEN
                           MOVE 'Y' TO WS-TOTAL-OVFL
                           MOVE 0 TO WS-MT-IX
                   ELSE
                           ADD 1 TO WS-MT-COUNT
                           PERFORM VARYING WS-SHIFT-IX
                               FROM WS-MT-COUNT BY -1
                               UNTIL WS-SHIFT-IX NOT > WS-MT-IX
                               MOVE WS-MT-ENTRY(WS-SHIFT-IX - 1)
                                   TO WS-MT-ENTRY(WS-SHIFT-IX)
                           END-PERFORM
                           MOVE WS-NEW-MT-KEY TO WS-MT-KEY(WS-MT-IX)
                           MOVE 0 TO WS-MT-QUOTES(WS-MT-IX)
                           MOVE 0 TO WS-MT-QUOTED(WS-MT-IX)
                           MOVE 0 TO WS-MT-REPRICED(WS-MT-IX)
                           MOVE 0 TO WS-MT-DIFFERENCE(WS-MT-IX)
                   END-IF
           END-IF.
           IF WS-MT-IX NOT = 0 THEN
                   ADD 1 TO WS-MT-QUOTES(WS-MT-IX)
                   ADD QM-NET-AMOUNT TO WS-MT-QUOTED(WS-MT-IX)
                   ADD WS-REPRICED TO WS-MT-REPRICED(WS-MT-IX)
                   ADD WS-DIFFERENCE TO WS-MT-DIFFERENCE(WS-MT-IX)
           END-IF.

       ADD-CUSTOMER-TOTAL.
           MOVE QM-CUST-CODE TO WS-NEW-CT-CUSTOMER.
           MOVE QM-CURRENCY TO WS-NEW-CT-CURRENCY.
           MOVE 1 TO WS-CT-IX.
           PERFORM UNTIL WS-CT-IX > WS-CT-COUNT
               OR WS-CT-KEY(WS-CT-IX) NOT < WS-NEW-CT-KEY
               ADD 1 TO WS-CT-IX
           END-PERFORM.
           IF WS-CT-IX > WS-CT-COUNT
               OR WS-CT-KEY(WS-CT-IX) NOT = WS-NEW-CT-KEY THEN
                   IF WS-CT-COUNT NOT < 500 THEN
                           MOVE 'Y' TO WS-TOTAL-OVFL
                           MOVE 0 TO WS-CT-IX
                   ELSE
                           ADD 1 TO WS-CT-COUNT
                           PERFORM VARYING WS-SHIFT-IX
                               FROM WS-CT-COUNT BY -1
                               UNTIL WS-SHIFT-IX NOT > WS-CT-IX
                               MOVE WS-CT-ENTRY(WS-SHIFT-IX - 1)
                                   TO WS-CT-ENTRY(WS-SHIFT-IX)
                           END-PERFORM
                           MOVE WS-NEW-CT-KEY TO WS-CT-KEY(WS-CT-IX)
                           MOVE 0 TO WS-CT-QUOTES(WS-CT-IX)
                           MOVE 0 TO WS-CT-QUOTED(WS-CT-IX)
                           MOVE 0 TO WS-CT-REPRICED(WS-CT-IX)
                           MOVE 0 TO WS-CT-DIFFERENCE(WS-CT-IX)
                   END-IF
           END-IF.
           IF WS-CT-IX NOT = 0 THEN
                   ADD 1 TO WS-CT-QUOTES(WS-CT-IX)
                   ADD QM-NET-AMOUNT TO WS-CT-QUOTED(WS-CT-IX)
                   ADD WS-REPRICED TO WS-CT-REPRICED(WS-CT-IX)
                   ADD WS-DIFFERENCE TO WS-CT-DIFFERENCE(WS-CT-IX)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PI-LINE.
           STRING 'PRICE CHANGE IMPACT ON OPEN QUOTES - RUN OF '
               WS-TODAY(1:8) DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           STRING 'REPRICED AT THE PRICE IN FORCE ON EACH QUOTE''S '
               'VALID-UNTIL DATE' DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           STRING 'QUOTE   CUST    MATL    CUR  VALID TO'
               '       QUOTED NET     REPRICED NET'
               '       DIFFERENCE  FLAG'
               DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.

       WRITE-QUOTE-LINE.
           MOVE QM-NET-AMOUNT TO WS-QUOTED-EDIT.
           MOVE WS-REPRICED TO WS-REPRICED-EDIT.
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT.
           MOVE SPACES TO PI-LINE.
           IF QUOTE-WAS-REPRICED THEN
                   STRING QM-QUOTE-NO '  ' QM-CUST-CODE '  '
                       QM-MATERIAL-CODE '  ' QM-CURRENCY '  '
                       QM-VALID-UNTIL '  ' WS-QUOTED-EDIT '  '
                       WS-REPRICED-EDIT '  ' WS-DIFF-EDIT '  '
                       WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO PI-LINE
           ELSE
                   STRING QM-QUOTE-NO '  ' QM-CUST-CODE '  '
                       QM-MATERIAL-CODE '  ' QM-CURRENCY '  '
                       QM-VALID-UNTIL '  ' WS-QUOTED-EDIT
                       '                                    '
                       WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO PI-LINE
           END-IF.
           WRITE PI-LINE.

       WRITE-MATERIAL-TOTALS.
           MOVE SPACES TO PI-LINE.
           WRITE PI-LINE.
           MOVE 'TOTALS BY MATERIAL' TO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           STRING 'MATL    CUR  QUOTES'
               '       QUOTED NET     REPRICED NET       DIFFERENCE'
               DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.
           PERFORM VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-COUNT
               MOVE WS-MT-QUOTES(WS-MT-IX) TO WS-COUNT-EDIT
               MOVE WS-MT-QUOTED(WS-MT-IX) TO WS-QUOTED-EDIT
               MOVE WS-MT-REPRICED(WS-MT-IX) TO WS-REPRICED-EDIT
               MOVE WS-MT-DIFFERENCE(WS-MT-IX) TO WS-DIFF-EDIT
               MOVE SPACES TO PI-LINE
               STRING WS-MT-MATERIAL(WS-MT-IX) '  '
                   WS-MT-CURRENCY(WS-MT-IX) '  ' WS-COUNT-EDIT '  '
                   WS-QUOTED-EDIT '  ' WS-REPRICED-EDIT '  '
                   WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-PERFORM.

       WRITE-CUSTOMER-TOTALS.
           MOVE SPACES TO PI-LINE.
           WRITE PI-LINE.
           MOVE 'TOTALS BY CUSTOMER' TO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           STRING 'CUST    CUR  QUOTES'
               '       QUOTED NET     REPRICED NET       DIFFERENCE'
               DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
               MOVE WS-CT-QUOTES(WS-CT-IX) TO WS-COUNT-EDIT
               MOVE WS-CT-QUOTED(WS-CT-IX) TO WS-QUOTED-EDIT
               MOVE WS-CT-REPRICED(WS-CT-IX) TO WS-REPRICED-EDIT
               MOVE WS-CT-DIFFERENCE(WS-CT-IX) TO WS-DIFF-EDIT
               MOVE SPACES TO PI-LINE
               STRING WS-CT-CUSTOMER(WS-CT-IX) '  '
                   WS-CT-CURRENCY(WS-CT-IX) '  ' WS-COUNT-EDIT '  '
                   WS-QUOTED-EDIT '  ' WS-REPRICED-EDIT '  '
                   WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO PI-LINE.
           WRITE PI-LINE.
           IF TOTAL-TABLE-FULL THEN
                   MOVE SPACES TO PI-LINE
                   STRING '*** TOO MANY MATERIALS OR CUSTOMERS - SOME '
                       'QUOTES ARE MISSING FROM THE TOTALS ***'
                       DELIMITED BY SIZE INTO PI-LINE
                   WRITE PI-LINE
           END-IF.
           IF RISE-TABLE-FULL THEN
                   MOVE SPACES TO PI-LINE
                   STRING '*** MORE THAN 1000 RISES ON THE RATE LOG - '
                       'LATER RISES NOT FLAGGED ***'
                       DELIMITED BY SIZE INTO PI-LINE
                   WRITE PI-LINE
           END-IF.
           MOVE SPACES TO PI-LINE.
           STRING 'OPEN QUOTES: ' WS-OPEN-COUNT
               '  NOT REPRICED: ' WS-NOPRICE-COUNT
               '  QUOTED BELOW PRICE AT ACCEPTANCE: ' WS-UNDER-COUNT
               '  VALID PAST A RISE: ' WS-RISE-FLAG-COUNT
               DELIMITED BY SIZE INTO PI-LINE.
           WRITE PI-LINE.
           MOVE SPACES TO PI-LINE.
           WRITE PI-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO PI-LINE.
           WRITE PI-LINE.
