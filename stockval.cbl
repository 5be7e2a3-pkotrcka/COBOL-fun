       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT VALUATION-REPORT-FILE ASSIGN TO "STOCKVAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-MASTER-FILE.
           COPY stokmast.

       FD RATE-MASTER-FILE.
           COPY ratemast.

       FD VALUATION-REPORT-FILE.
       01 VL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-VALRPT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).

      * the price in force today - the pending price once its date
      * has come, the same rule every pricing program applies
       01 WS-EFF-PRICE PIC S9(5)V9(4).
       01 WS-SHEET-AREA PIC S9(8)V9(4).
       01 WS-VALUE PIC S9(15)V9(2).
       01 WS-NOT-VALUED PIC X(40).

      * totals by material currency - stock bought in different
      * currencies is never added together
       01 WS-CCY-COUNT PIC 9(2) VALUE 0.
       01 WS-CCY-IX PIC 9(2).
       01 WS-CCY-HIT PIC X(1).
	88 CURRENCY-ALREADY-NOTED VALUE 'Y'.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-CODE PIC X(3).
               10 WS-CCY-MATERIALS PIC 9(6).
               10 WS-CCY-SHEETS PIC S9(9).
               10 WS-CCY-VALUE PIC S9(17)V9(2).

      * run counts
       01 WS-MATERIAL-COUNT PIC 9(6) VALUE 0.
       01 WS-VALUED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNVALUED-COUNT PIC 9(6) VALUE 0.

      * display-edited fields for the print lines
       01 WS-ONHAND-EDIT PIC -Z(6)9.
       01 WS-AREA-EDIT PIC -Z(7)9.9999.
       01 WS-PRICE-EDIT PIC -Z(4)9.9999.
       01 WS-VALUE-EDIT PIC -Z(14)9.99.
       01 WS-RUN-EDIT PIC -Z(16)9.99.
       01 WS-SHEETS-EDIT PIC -Z(8)9.

       PROCEDURE DIVISION.

      * month-end inventory valuation - every stock line valued at
      * sheets on hand times today's rate master price times the
      * standard sheet area, in the material's own currency, with a
      * total per currency for accounts to sign

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN INPUT STOCK-MASTER-FILE.
           IF WS-STOCK-STATUS NOT = '00' THEN
                   DISPLAY 'Stock master open failed, status '
                       WS-STOCK-STATUS ' - nothing to value.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open rate master, status '
                       WS-RATE-STATUS ' - aborting.'
                   CLOSE STOCK-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           IF WS-VALRPT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open valuation report file, '
                       'aborting.'
                   CLOSE STOCK-MASTER-FILE
                   CLOSE RATE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO VL-LINE.
           STRING 'INVENTORY VALUATION AT ' WS-TODAY(1:8)
               DELIMITED BY SIZE INTO VL-LINE.
           WRITE VL-LINE.
           MOVE SPACES TO VL-LINE.
           WRITE VL-LINE.
           MOVE SPACES TO VL-LINE.
           MOVE 'MATERIAL  ON HAND' TO VL-LINE(1:17).
           MOVE 'SHEET AREA' TO VL-LINE(25:10).
           MOVE 'PRICE' TO VL-LINE(42:5).
           MOVE 'VALUE' TO VL-LINE(65:5).
           MOVE 'CCY' TO VL-LINE(72:3).
           WRITE VL-LINE.
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
                       PERFORM VALUE-MATERIAL
                           THRU VALUE-MATERIAL-EXIT
               END-READ
           END-PERFORM.
           PERFORM WRITE-CURRENCY-TOTALS.
           CLOSE STOCK-MASTER-FILE.
           CLOSE RATE-MASTER-FILE.
           CLOSE VALUATION-REPORT-FILE.
           DISPLAY 'Valuation complete - ' WS-VALUED-COUNT
               ' material(s) valued, report on STOCKVAL.PRT.'.
           IF WS-UNVALUED-COUNT > 0 THEN
                   DISPLAY '*** ' WS-UNVALUED-COUNT ' material(s) '
                       'not valued - see STOCKVAL.PRT ***'
           END-IF.
           STOP RUN.

      * value one stock line - a material the rate master cannot
      * price, with no sheet size, or showing negative stock is
      * listed but left out of the totals

       VALUE-MATERIAL.
           ADD 1 TO WS-MATERIAL-COUNT.
           MOVE SPACES TO WS-NOT-VALUED.
           MOVE 0 TO WS-EFF-PRICE.
           MOVE 0 TO WS-SHEET-AREA.
           MOVE 0 TO WS-VALUE.
           MOVE SPACES TO VL-LINE.
           MOVE SK-MATERIAL-CODE TO VL-LINE(1:6).
           MOVE SK-SHEETS-ON-HAND TO WS-ONHAND-EDIT.
           MOVE WS-ONHAND-EDIT TO VL-LINE(10:8).
           MOVE SK-MATERIAL-CODE TO RM-MATERIAL-CODE.
           READ RATE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON RATE MASTER - NOT VALUED'
                       TO WS-NOT-VALUED
           END-READ.
           IF WS-NOT-VALUED = SPACES THEN
                   MOVE RM-PRICE-PER-AREA TO WS-EFF-PRICE
                   IF RM-PENDING-DATE NOT = SPACES
                       AND WS-TODAY(1:8) >= RM-PENDING-DATE THEN
                           MOVE RM-PENDING-PRICE TO WS-EFF-PRICE
                   END-IF
                   COMPUTE WS-SHEET-AREA =
                       RM-SHEET-LENGTH * RM-SHEET-WIDTH
                   MOVE WS-SHEET-AREA TO WS-AREA-EDIT
                   MOVE WS-AREA-EDIT TO VL-LINE(20:15)
                   MOVE WS-EFF-PRICE TO WS-PRICE-EDIT
                   MOVE WS-PRICE-EDIT TO VL-LINE(36:11)
                   MOVE RM-CURRENCY-CODE TO VL-LINE(72:3)
                   IF WS-SHEET-AREA <= 0 THEN
                           MOVE 'NO SHEET SIZE ON FILE - NOT VALUED'
                               TO WS-NOT-VALUED
                   END-IF
           END-IF.
           IF WS-NOT-VALUED = SPACES
               AND SK-SHEETS-ON-HAND < 0 THEN
                   MOVE 'NEGATIVE STOCK - NOT VALUED'
                       TO WS-NOT-VALUED
           END-IF.
           IF WS-NOT-VALUED = SPACES THEN
                   COMPUTE WS-VALUE ROUNDED = SK-SHEETS-ON-HAND
                       * WS-SHEET-AREA * WS-EFF-PRICE
                       ON SIZE ERROR
                           MOVE 'VALUE TOO LARGE - NOT VALUED'
                               TO WS-NOT-VALUED
                   END-COMPUTE
           END-IF.
           IF WS-NOT-VALUED NOT = SPACES THEN
                   ADD 1 TO WS-UNVALUED-COUNT
                   WRITE VL-LINE
                   MOVE SPACES TO VL-LINE
                   STRING '          *** ' WS-NOT-VALUED
                       DELIMITED BY SIZE INTO VL-LINE
                   WRITE VL-LINE
                   GO TO VALUE-MATERIAL-EXIT
           END-IF.
           ADD 1 TO WS-VALUED-COUNT.
           MOVE WS-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO VL-LINE(51:19).
           WRITE VL-LINE.
           PERFORM ADD-CURRENCY-TOTAL.
       VALUE-MATERIAL-EXIT.
           EXIT.

      * accumulate the line into its currency's total

       ADD-CURRENCY-TOTAL.
           MOVE 'N' TO WS-CCY-HIT.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
               UNTIL WS-CCY-IX > WS-CCY-COUNT
                   OR CURRENCY-ALREADY-NOTED
               IF WS-CCY-CODE(WS-CCY-IX) = RM-CURRENCY-CODE THEN
                       MOVE 'Y' TO WS-CCY-HIT
                       ADD 1 TO WS-CCY-MATERIALS(WS-CCY-IX)
                       ADD SK-SHEETS-ON-HAND
                           TO WS-CCY-SHEETS(WS-CCY-IX)
                       ADD WS-VALUE TO WS-CCY-VALUE(WS-CCY-IX)
               END-IF
           END-PERFORM.
           IF NOT CURRENCY-ALREADY-NOTED AND WS-CCY-COUNT < 20 THEN
                   ADD 1 TO WS-CCY-COUNT
                   MOVE RM-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-COUNT)
                   MOVE 1 TO WS-CCY-MATERIALS(WS-CCY-COUNT)
                   MOVE SK-SHEETS-ON-HAND
                       TO WS-CCY-SHEETS(WS-CCY-COUNT)
                   MOVE WS-VALUE TO WS-CCY-VALUE(WS-CCY-COUNT)
           END-IF.

      * one total per currency, then the sign-off for accounts

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO VL-LINE.
           WRITE VL-LINE.
           MOVE SPACES TO VL-LINE.
           STRING 'TOTALS BY CURRENCY - ' WS-MATERIAL-COUNT
               ' MATERIALS, ' WS-VALUED-COUNT ' VALUED, '
               WS-UNVALUED-COUNT ' NOT VALUED'
               DELIMITED BY SIZE INTO VL-LINE.
           WRITE VL-LINE.
           IF WS-CCY-COUNT = 0 THEN
                   MOVE 'NO STOCK VALUED' TO VL-LINE
                   WRITE VL-LINE
           END-IF.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
               UNTIL WS-CCY-IX > WS-CCY-COUNT
               MOVE WS-CCY-SHEETS(WS-CCY-IX) TO WS-SHEETS-EDIT
               MOVE WS-CCY-VALUE(WS-CCY-IX) TO WS-RUN-EDIT
               MOVE SPACES TO VL-LINE
               STRING '  ' WS-CCY-CODE(WS-CCY-IX) '  '
                   WS-CCY-MATERIALS(WS-CCY-IX) ' MATERIALS  '
                   FUNCTION TRIM(WS-SHEETS-EDIT) ' SHEETS  VALUE '
                   FUNCTION TRIM(WS-RUN-EDIT)
                   DELIMITED BY SIZE INTO VL-LINE
               WRITE VL-LINE
           END-PERFORM.
           MOVE SPACES TO VL-LINE.
           WRITE VL-LINE.
           MOVE 'PREPARED BY: ______________   DATE: __________'
               TO VL-LINE.
           WRITE VL-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO VL-LINE.
           WRITE VL-LINE.
