       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-CTL-FILE ASSIGN TO "FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXCTL-STATUS.
           SELECT INVOICE-CTL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.
           SELECT INVOICE-NEW-FILE ASSIGN TO "INVCTL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVNEW-STATUS.
           SELECT INVOICE-DOC-FILE ASSIGN TO "INVOICE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDOC-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-MASTER-FILE.
           COPY jobmast.

       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD CUST-MASTER-FILE.
           COPY custmast.

       FD FX-RATE-FILE.
           COPY fxrates.

       FD FX-CTL-FILE.
           COPY fxctl.

       FD INVOICE-CTL-FILE.
       01 IC-RECORD.
           05 IC-NEXT-INVOICE-NO PIC 9(6).

      * the write-ahead reservation beside the control file, the same
      * scheme AREACALC numbers its quotes by - a run dying mid-update
      * can cost a gap in the invoice numbering, never a number
      * printed on two invoices
       FD INVOICE-NEW-FILE.
       01 IN-RECORD.
           05 IN-NEXT-INVOICE-NO PIC 9(6).

       FD INVOICE-DOC-FILE.
       01 ID-LINE PIC X(70).

       FD INVOICE-REG-FILE.
       01 IR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOBMST-STATUS PIC X(2).
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-FX-STATUS PIC X(2).
       01 WS-FXCTL-STATUS PIC X(2).
       01 WS-INVCTL-STATUS PIC X(2).
       01 WS-INVNEW-STATUS PIC X(2).
       01 WS-INVDOC-STATUS PIC X(2).
       01 WS-INVREG-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).

      * run mode - the invoicing run bills every costed job, the
      * payment entry marks an invoiced job paid
       01 WS-RUN-MODE PIC X(1).
	88 RUN-IS-INVOICING VALUE 'I'.
	88 RUN-IS-PAYMENT VALUE 'P'.
       01 WS-JOB-NUMBER PIC X(8).

      * the quote and customer masters are only needed for the jobs
      * QUOTEORD raised from accepted quotes - a run without them
      * still bills the hand-written cut-list jobs
       01 WS-QUOTEMST-OPEN PIC X(1) VALUE 'N'.
	88 QUOTEMST-IS-OPEN VALUE 'Y'.
       01 WS-CUST-OPEN PIC X(1) VALUE 'N'.
	88 CUST-IS-OPEN VALUE 'Y'.

      * the customer and terms the job is billed on - a QTnnnnnn job
      * takes them off the customer record through its quote, any
      * other job bills the cut-list customer name at domestic VAT
      * with no discount
       01 WS-QUOTE-NO PIC 9(6) VALUE 0.
       01 WS-CUST-CODE PIC X(6).
       01 WS-CUST-NAME PIC X(30).
       01 WS-CUST-ADDR1 PIC X(30).
       01 WS-CUST-ADDR2 PIC X(30).
       01 WS-CUST-VAT-CODE PIC X(1) VALUE 'D'.
	88 CUST-VAT-DOMESTIC VALUE 'D', ' '.
	88 CUST-VAT-EU-REVERSE VALUE 'E'.
	88 CUST-VAT-EXPORT VALUE 'X'.
       01 WS-CUST-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CUST-DISC-PCT PIC 9(2)V9(2) VALUE 0.
       01 WS-HOLD-REASON PIC X(30).

      * the invoice amounts, worked the way AREACALC's COSTTAX works
      * a quote - standing discount off the job cost, VAT on the
      * discounted net, all in the job's material currency
       01 WS-VAT-RATE PIC 9(2)V9(2) VALUE 21.00.
       01 WS-NET-AMT PIC S9(15)V9(2) VALUE 0.
       01 WS-DISC-AMT PIC S9(15)V9(2) VALUE 0.
       01 WS-VAT-AMT PIC S9(15)V9(2) VALUE 0.
       01 WS-GROSS-AMT PIC S9(15)V9(2) VALUE 0.

      * the customer's own currency shown beside the gross at the
      * day's rate, with the same staleness tolerance AREACALC
      * refuses an over-age rate by
       01 WS-DISP-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FX-RATE PIC 9(5)V9(6) VALUE 0.
       01 WS-FX-FOUND PIC X(1) VALUE 'N'.
	88 FX-RATE-WAS-FOUND VALUE 'Y'.
       01 WS-FX-STALE PIC X(1) VALUE 'N'.
	88 FX-RATE-IS-STALE VALUE 'Y'.
       01 WS-FX-RATE-DATE PIC X(8) VALUE SPACES.
       01 WS-FX-MAX-AGE PIC 9(3) VALUE 7.
       01 WS-FX-AGE-DAYS PIC S9(8) VALUE 0.
       01 WS-FX-AMT PIC S9(15)V9(2).
       01 WS-FX-OVFL PIC X(1) VALUE 'N'.
	88 FX-AMOUNT-OVERFLOWED VALUE 'Y'.

      * sequential invoice numbering - the counter is settled once
      * before the job master is browsed, so rebuilding it from the
      * master never disturbs the browse
       01 WS-INVOICE-NO PIC 9(6) VALUE 0.
       01 WS-CTL-NO PIC 9(6) VALUE 0.
       01 WS-SEQ-OK PIC X(1) VALUE 'N'.
	88 INVOICE-NO-SECURED VALUE 'Y'.
       01 WS-RUN-STOPPED PIC X(1) VALUE 'N'.
	88 RUN-WAS-STOPPED VALUE 'Y'.

      * run totals for the register
       01 WS-INV-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-NET PIC S9(17)V9(2) VALUE 0.
       01 WS-RUN-VAT PIC S9(17)V9(2) VALUE 0.
       01 WS-RUN-GROSS PIC S9(17)V9(2) VALUE 0.

      * display-edited fields for the print lines
       01 WS-AMT-EDIT PIC -Z(14)9.99.
       01 WS-DISC-EDIT PIC -Z(14)9.99.
       01 WS-VAT-EDIT PIC -Z(14)9.99.
       01 WS-GROSS-EDIT PIC -Z(14)9.99.
       01 WS-RUN-EDIT PIC -Z(16)9.99.
       01 WS-AREA-EDIT PIC -Z(11)9.9999.
       01 WS-DISC-PCT-EDIT PIC Z9.99.
       01 WS-VAT-RATE-EDIT PIC Z9.99.
       01 WS-FX-EDIT PIC Z(4)9.999999.

       PROCEDURE DIVISION.

      * bill every job the costing run has left costed, one numbered
      * invoice each and a register of the run for accounts - or
      * mark an invoiced job paid when the money comes in

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           DISPLAY 'Job invoicing.'.
           DISPLAY 'I to INVOICE all costed jobs, P to record a '
               WITH NO ADVANCING.
           DISPLAY 'PAYMENT: '.
           ACCEPT WS-RUN-MODE.
           IF NOT RUN-IS-INVOICING AND NOT RUN-IS-PAYMENT THEN
                   DISPLAY 'You choose poorly, try again.'
                   GO TO MAIN
           END-IF.
           OPEN I-O JOB-MASTER-FILE.
           IF WS-JOBMST-STATUS = '35' THEN
                   DISPLAY 'No job master on file - nothing to bill.'
                   STOP RUN
           END-IF.
           IF WS-JOBMST-STATUS NOT = '00' THEN
                   DISPLAY 'Job master open failed, status '
                       WS-JOBMST-STATUS ' - aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF RUN-IS-PAYMENT THEN
                   GO TO RECORDPAYMENT
           END-IF.
           OPEN OUTPUT INVOICE-REG-FILE.
           IF WS-INVREG-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open invoice register file, '
                       'aborting.'
                   CLOSE JOB-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN EXTEND INVOICE-DOC-FILE.
           IF WS-INVDOC-STATUS NOT = '00' THEN
                   OPEN OUTPUT INVOICE-DOC-FILE
           END-IF.
           IF WS-INVDOC-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open invoice file, aborting.'
                   CLOSE JOB-MASTER-FILE
                   CLOSE INVOICE-REG-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-QUOTEMST-OPEN
           ELSE
                   DISPLAY 'Warning - quote master not available, '
                       'quoted jobs held this run.'
           END-IF.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-CUST-OPEN
           ELSE
                   DISPLAY 'Warning - customer master not available, '
                       'quoted jobs held this run.'
           END-IF.
           PERFORM LOAD-FX-TOLERANCE.
           PERFORM LOAD-INVOICE-COUNTER THRU LOAD-INVOICE-EXIT.
           MOVE SPACES TO IR-LINE.
           STRING 'INVOICE REGISTER - INVOICING RUN OF '
               WS-TODAY(1:8) DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE SPACES TO IR-LINE.
           MOVE 'INVOICE JOB NO    CUSTOMER' TO IR-LINE(1:26).
           MOVE 'NET' TO IR-LINE(51:3).
           MOVE 'VAT' TO IR-LINE(69:3).
           MOVE 'GROSS' TO IR-LINE(85:5).
           MOVE 'CCY' TO IR-LINE(92:3).
           WRITE IR-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO JM-JOB-NUMBER.
           START JOB-MASTER-FILE KEY IS GREATER THAN JM-JOB-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE OR RUN-WAS-STOPPED
               READ JOB-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JM-IS-COSTED THEN
                               PERFORM INVOICE-JOB
                                   THRU INVOICE-JOB-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE JOB-MASTER-FILE.
           CLOSE INVOICE-DOC-FILE.
           CLOSE INVOICE-REG-FILE.
           IF QUOTEMST-IS-OPEN THEN
                   CLOSE QUOTE-MASTER-FILE
           END-IF.
           IF CUST-IS-OPEN THEN
                   CLOSE CUST-MASTER-FILE
           END-IF.
           DISPLAY 'Invoicing complete - ' WS-INV-COUNT
               ' invoice(s) on INVOICE.PRT, register on INVREG.PRT.'.
           IF WS-HELD-COUNT > 0 THEN
                   DISPLAY '*** ' WS-HELD-COUNT ' job(s) held - '
                       'see INVREG.PRT ***'
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF RUN-WAS-STOPPED THEN
                   DISPLAY '*** Run stopped - no invoice number '
                       'could be secured. ***'
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * mark invoiced jobs paid one at a time as remittances come
      * in - only an invoiced job can be paid, so a payment keyed
      * against an unbilled or already paid job is refused

       RECORDPAYMENT.
           DISPLAY 'Enter job number paid (8 chars, blank to end): '.
           ACCEPT WS-JOB-NUMBER.
           IF WS-JOB-NUMBER = SPACES THEN
                   DISPLAY 'Goodbye!'
                   CLOSE JOB-MASTER-FILE
                   STOP RUN
           END-IF.
           MOVE WS-JOB-NUMBER TO JM-JOB-NUMBER.
           READ JOB-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Unknown job number, try again.'
                   GO TO RECORDPAYMENT
           END-READ.
           IF NOT JM-IS-INVOICED THEN
                   DISPLAY 'Job ' WS-JOB-NUMBER ' is not awaiting '
                       'payment (status ' JM-STATUS ').'
                   GO TO RECORDPAYMENT
           END-IF.
           MOVE 'P' TO JM-STATUS.
           MOVE WS-TODAY(1:8) TO JM-PAID-DATE.
           REWRITE JM-RECORD.
           DISPLAY 'Job ' WS-JOB-NUMBER ' invoice ' JM-INVOICE-NO
               ' marked paid.'.
           GO TO RECORDPAYMENT.

      * bill one costed job - settle who it is billed to and on what
      * terms, work the amounts, number the invoice, print it and
      * its register line, and mark the job invoiced

       INVOICE-JOB.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-QUOTE-NO.
           MOVE SPACES TO WS-CUST-CODE.
           MOVE JM-CUSTOMER TO WS-CUST-NAME.
           MOVE SPACES TO WS-CUST-ADDR1.
           MOVE SPACES TO WS-CUST-ADDR2.
           MOVE 'D' TO WS-CUST-VAT-CODE.
           MOVE SPACES TO WS-CUST-CURRENCY.
           MOVE 0 TO WS-CUST-DISC-PCT.
           IF JM-JOB-NUMBER(1:2) = 'QT'
               AND JM-JOB-NUMBER(3:6) IS NUMERIC THEN
                   PERFORM LOAD-QUOTE-TERMS THRU LOAD-QUOTE-EXIT
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES THEN
                   PERFORM WRITE-HELD-LINE
                   GO TO INVOICE-JOB-EXIT
           END-IF.
           MOVE 21.00 TO WS-VAT-RATE.
           IF CUST-VAT-EU-REVERSE OR CUST-VAT-EXPORT THEN
                   MOVE 0 TO WS-VAT-RATE
           END-IF.
           MOVE JM-COST TO WS-NET-AMT.
           MOVE 0 TO WS-DISC-AMT.
           IF WS-CUST-DISC-PCT > 0 THEN
                   COMPUTE WS-DISC-AMT ROUNDED =
                       WS-NET-AMT * WS-CUST-DISC-PCT / 100
                   SUBTRACT WS-DISC-AMT FROM WS-NET-AMT
           END-IF.
           COMPUTE WS-VAT-AMT ROUNDED =
               WS-NET-AMT * WS-VAT-RATE / 100.
           COMPUTE WS-GROSS-AMT = WS-NET-AMT + WS-VAT-AMT
               ON SIZE ERROR
                   MOVE 'GROSS AMOUNT TOO LARGE' TO WS-HOLD-REASON
                   PERFORM WRITE-HELD-LINE
                   GO TO INVOICE-JOB-EXIT
           END-COMPUTE.
           MOVE SPACES TO WS-DISP-CURRENCY.
           IF WS-CUST-CURRENCY NOT = SPACES
               AND WS-CUST-CURRENCY NOT = JM-CURRENCY THEN
                   MOVE WS-CUST-CURRENCY TO WS-DISP-CURRENCY
                   PERFORM FIND-FX-RATE THRU FIND-FX-EXIT
           END-IF.
           PERFORM GET-INVOICE-NUMBER THRU GET-INVOICE-EXIT.
           IF NOT INVOICE-NO-SECURED THEN
                   MOVE 'Y' TO WS-RUN-STOPPED
                   MOVE 'NO INVOICE NUMBER SECURED' TO WS-HOLD-REASON
                   PERFORM WRITE-HELD-LINE
                   GO TO INVOICE-JOB-EXIT
           END-IF.
           PERFORM WRITE-INVOICE-DOC.
           MOVE WS-NET-AMT TO WS-AMT-EDIT.
           MOVE WS-VAT-AMT TO WS-VAT-EDIT.
           MOVE WS-GROSS-AMT TO WS-GROSS-EDIT.
           MOVE SPACES TO IR-LINE.
           MOVE WS-INVOICE-NO TO IR-LINE(1:6).
           MOVE JM-JOB-NUMBER TO IR-LINE(9:8).
           MOVE WS-CUST-NAME TO IR-LINE(19:20).
           MOVE WS-AMT-EDIT TO IR-LINE(36:19).
           MOVE WS-VAT-EDIT TO IR-LINE(54:19).
           MOVE WS-GROSS-EDIT TO IR-LINE(72:19).
           MOVE JM-CURRENCY TO IR-LINE(92:3).
           WRITE IR-LINE.
           MOVE 'I' TO JM-STATUS.
           MOVE WS-INVOICE-NO TO JM-INVOICE-NO.
           MOVE WS-TODAY(1:8) TO JM-INVOICE-DATE.
           REWRITE JM-RECORD.
           ADD 1 TO WS-INV-COUNT.
           ADD WS-NET-AMT TO WS-RUN-NET.
           ADD WS-VAT-AMT TO WS-RUN-VAT.
           ADD WS-GROSS-AMT TO WS-RUN-GROSS.
       INVOICE-JOB-EXIT.
           EXIT.

      * a QTnnnnnn job carries its quote number - the quote names
      * the customer, and the customer record carries the terms. A
      * job whose quote or customer cannot be found is held rather
      * than billed on the wrong terms.

       LOAD-QUOTE-TERMS.
           IF NOT QUOTEMST-IS-OPEN THEN
                   MOVE 'QUOTE MASTER NOT AVAILABLE' TO WS-HOLD-REASON
                   GO TO LOAD-QUOTE-EXIT
           END-IF.
           MOVE JM-JOB-NUMBER(3:6) TO WS-QUOTE-NO.
           MOVE WS-QUOTE-NO TO QM-QUOTE-NO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   MOVE 'QUOTE NOT ON FILE' TO WS-HOLD-REASON
                   GO TO LOAD-QUOTE-EXIT
           END-READ.
           MOVE QM-CUST-CODE TO WS-CUST-CODE.
           IF NOT CUST-IS-OPEN THEN
                   MOVE 'CUSTOMER MASTER NOT AVAILABLE'
                       TO WS-HOLD-REASON
                   GO TO LOAD-QUOTE-EXIT
           END-IF.
           MOVE WS-CUST-CODE TO CU-CUST-CODE.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-HOLD-REASON
                   GO TO LOAD-QUOTE-EXIT
           END-READ.
           MOVE CU-NAME TO WS-CUST-NAME.
           MOVE CU-ADDR1 TO WS-CUST-ADDR1.
           MOVE CU-ADDR2 TO WS-CUST-ADDR2.
           MOVE CU-VAT-CODE TO WS-CUST-VAT-CODE.
           MOVE CU-CURRENCY TO WS-CUST-CURRENCY.
      * a record predating the terms fields carries spaces here -
      * leave the zero default so it bills as it quoted
           IF CU-DISC-PCT IS NUMERIC THEN
                   MOVE CU-DISC-PCT TO WS-CUST-DISC-PCT
           END-IF.
       LOAD-QUOTE-EXIT.
           EXIT.

      * the numbered invoice document - what accounts posts to the
      * customer

       WRITE-INVOICE-DOC.
           MOVE ALL '=' TO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           STRING 'INVOICE NO ' WS-INVOICE-NO
               '                  DATE ' WS-TODAY(1:8)
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
           MOVE WS-CUST-NAME TO ID-LINE.
           WRITE ID-LINE.
           MOVE WS-CUST-ADDR1 TO ID-LINE.
           WRITE ID-LINE.
           MOVE WS-CUST-ADDR2 TO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           IF WS-QUOTE-NO > 0 THEN
                   STRING 'JOB ' JM-JOB-NUMBER '  YOUR QUOTATION NO '
                       WS-QUOTE-NO
                       DELIMITED BY SIZE INTO ID-LINE
           ELSE
                   STRING 'JOB ' JM-JOB-NUMBER
                       DELIMITED BY SIZE INTO ID-LINE
           END-IF.
           WRITE ID-LINE.
           MOVE JM-AREA TO WS-AREA-EDIT.
           MOVE SPACES TO ID-LINE.
           STRING 'MATERIAL ' JM-MATERIAL-CODE '  SHEETS ' JM-SHEETS
               '  AREA ' FUNCTION TRIM(WS-AREA-EDIT)
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           WRITE ID-LINE.
           IF WS-DISC-AMT NOT = 0 THEN
                   MOVE JM-COST TO WS-AMT-EDIT
                   MOVE SPACES TO ID-LINE
                   STRING 'GOODS      ' FUNCTION TRIM(WS-AMT-EDIT)
                       ' ' JM-CURRENCY
                       DELIMITED BY SIZE INTO ID-LINE
                   WRITE ID-LINE
                   MOVE WS-DISC-AMT TO WS-DISC-EDIT
                   MOVE WS-CUST-DISC-PCT TO WS-DISC-PCT-EDIT
                   MOVE SPACES TO ID-LINE
                   STRING 'LESS STANDING DISCOUNT ' WS-DISC-PCT-EDIT
                       ' PCT ' FUNCTION TRIM(WS-DISC-EDIT)
                       DELIMITED BY SIZE INTO ID-LINE
                   WRITE ID-LINE
           END-IF.
           MOVE WS-NET-AMT TO WS-AMT-EDIT.
           MOVE WS-VAT-AMT TO WS-VAT-EDIT.
           MOVE WS-GROSS-AMT TO WS-GROSS-EDIT.
           MOVE WS-VAT-RATE TO WS-VAT-RATE-EDIT.
           MOVE SPACES TO ID-LINE.
           STRING 'NET        ' FUNCTION TRIM(WS-AMT-EDIT)
               ' ' JM-CURRENCY
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           STRING 'VAT ' WS-VAT-RATE-EDIT ' PCT '
               FUNCTION TRIM(WS-VAT-EDIT) ' ' JM-CURRENCY
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
           MOVE SPACES TO ID-LINE.
           STRING 'TOTAL DUE  ' FUNCTION TRIM(WS-GROSS-EDIT)
               ' ' JM-CURRENCY
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
           IF CUST-VAT-EU-REVERSE THEN
                   MOVE SPACES TO ID-LINE
                   STRING 'VAT REVERSE CHARGE - VAT TO BE '
                       'ACCOUNTED FOR BY THE CUSTOMER'
                       DELIMITED BY SIZE INTO ID-LINE
                   WRITE ID-LINE
           END-IF.
           IF CUST-VAT-EXPORT THEN
                   MOVE 'EXPORT SUPPLY - ZERO RATED FOR VAT'
                       TO ID-LINE
                   WRITE ID-LINE
           END-IF.
           PERFORM WRITE-FX-LINE THRU WRITE-FX-EXIT.
           MOVE ALL '=' TO ID-LINE.
           WRITE ID-LINE.

      * the total due in the customer's own currency - the rate
      * table converts from CZK only, and a stale or missing rate
      * prints a note instead of a converted amount

       WRITE-FX-LINE.
           IF WS-DISP-CURRENCY = SPACES THEN
                   GO TO WRITE-FX-EXIT
           END-IF.
           IF NOT FX-RATE-WAS-FOUND OR JM-CURRENCY NOT = 'CZK' THEN
                   MOVE SPACES TO ID-LINE
                   STRING '** NO ' WS-DISP-CURRENCY ' RATE FOR A '
                       JM-CURRENCY ' INVOICE - NO CONVERTED AMOUNT **'
                       DELIMITED BY SIZE INTO ID-LINE
                   WRITE ID-LINE
                   GO TO WRITE-FX-EXIT
           END-IF.
           IF FX-RATE-IS-STALE THEN
                   MOVE SPACES TO ID-LINE
                   STRING '** ' WS-DISP-CURRENCY ' RATE OF '
                       WS-FX-RATE-DATE ' TOO OLD - NO '
                       'CONVERTED AMOUNT SHOWN **'
                       DELIMITED BY SIZE INTO ID-LINE
                   WRITE ID-LINE
                   GO TO WRITE-FX-EXIT
           END-IF.
           MOVE 'N' TO WS-FX-OVFL.
           COMPUTE WS-FX-AMT ROUNDED = WS-GROSS-AMT / WS-FX-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-FX-OVFL
           END-COMPUTE.
           IF FX-AMOUNT-OVERFLOWED THEN
                   GO TO WRITE-FX-EXIT
           END-IF.
           MOVE WS-FX-AMT TO WS-GROSS-EDIT.
           MOVE WS-FX-RATE TO WS-FX-EDIT.
           MOVE SPACES TO ID-LINE.
           STRING 'TOTAL DUE  ' FUNCTION TRIM(WS-GROSS-EDIT) ' '
               WS-DISP-CURRENCY ' AT RATE ' FUNCTION TRIM(WS-FX-EDIT)
               DELIMITED BY SIZE INTO ID-LINE.
           WRITE ID-LINE.
       WRITE-FX-EXIT.
           EXIT.

      * a job left costed for the next run, with the reason on the
      * register so accounts can clear it

       WRITE-HELD-LINE.
           MOVE SPACES TO IR-LINE.
           STRING 'HELD    ' JM-JOB-NUMBER '  ' WS-HOLD-REASON
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           ADD 1 TO WS-HELD-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.
           MOVE SPACES TO IR-LINE.
           STRING 'RUN TOTAL - ' WS-INV-COUNT ' INVOICES  '
               WS-HELD-COUNT ' JOBS HELD'
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-RUN-NET TO WS-RUN-EDIT.
           MOVE SPACES TO IR-LINE.
           STRING '            NET   ' FUNCTION TRIM(WS-RUN-EDIT)
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-RUN-VAT TO WS-RUN-EDIT.
           MOVE SPACES TO IR-LINE.
           STRING '            VAT   ' FUNCTION TRIM(WS-RUN-EDIT)
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-RUN-GROSS TO WS-RUN-EDIT.
           MOVE SPACES TO IR-LINE.
           STRING '            GROSS ' FUNCTION TRIM(WS-RUN-EDIT)
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.
           MOVE 'PREPARED BY: ______________   DATE: __________'
               TO IR-LINE.
           WRITE IR-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO IR-LINE.
           WRITE IR-LINE.

      * the staleness tolerance comes from the FX control file, as
      * it does for AREACALC - with none on disk the default applies

       LOAD-FX-TOLERANCE.
           OPEN INPUT FX-CTL-FILE.
           IF WS-FXCTL-STATUS = '00' THEN
                   READ FX-CTL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF XC-MAX-AGE-DAYS IS NUMERIC THEN
                                   MOVE XC-MAX-AGE-DAYS
                                       TO WS-FX-MAX-AGE
                           END-IF
                   END-READ
                   CLOSE FX-CTL-FILE
           END-IF.

      * look the customer's currency up in the rate table and check
      * the rate is fresh enough to print a converted amount at

       FIND-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND.
           MOVE 'N' TO WS-FX-STALE.
           MOVE 0 TO WS-FX-RATE.
           MOVE SPACES TO WS-FX-RATE-DATE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS NOT = '00' THEN
                   GO TO FIND-FX-EXIT
           END-IF.
           PERFORM UNTIL WS-FX-STATUS NOT = '00'
               OR FX-RATE-WAS-FOUND
               READ FX-RATE-FILE
                   AT END
                       MOVE '10' TO WS-FX-STATUS
                   NOT AT END
                       IF FX-CURRENCY = WS-DISP-CURRENCY
                           AND FX-RATE-TO-CZK IS NUMERIC
                           AND FX-RATE-TO-CZK > 0 THEN
                               MOVE FX-RATE-TO-CZK TO WS-FX-RATE
                               MOVE FX-RATE-DATE TO WS-FX-RATE-DATE
                               MOVE 'Y' TO WS-FX-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FX-RATE-FILE.
           IF NOT FX-RATE-WAS-FOUND THEN
                   GO TO FIND-FX-EXIT
           END-IF.
           IF WS-FX-RATE-DATE IS NOT NUMERIC THEN
                   MOVE 'Y' TO WS-FX-STALE
           ELSE
                   COMPUTE WS-FX-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-TODAY(1:8)))
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-FX-RATE-DATE))
                   IF WS-FX-AGE-DAYS > WS-FX-MAX-AGE THEN
                           MOVE 'Y' TO WS-FX-STALE
                   END-IF
           END-IF.
       FIND-FX-EXIT.
           EXIT.

      * settle where the invoice numbering stands before the run -
      * the higher of the control file and the reservation, or a
      * rebuild from the highest invoice on the job master when both
      * are lost, so numbering on a tax document never restarts at 1

       LOAD-INVOICE-COUNTER.
           MOVE 0 TO WS-CTL-NO.
           OPEN INPUT INVOICE-CTL-FILE.
           IF WS-INVCTL-STATUS = '00' THEN
                   READ INVOICE-CTL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF IC-NEXT-INVOICE-NO IS NUMERIC THEN
                                   MOVE IC-NEXT-INVOICE-NO
                                       TO WS-CTL-NO
                           END-IF
                   END-READ
                   CLOSE INVOICE-CTL-FILE
           END-IF.
           OPEN INPUT INVOICE-NEW-FILE.
           IF WS-INVNEW-STATUS = '00' THEN
                   READ INVOICE-NEW-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF IN-NEXT-INVOICE-NO IS NUMERIC
                               AND IN-NEXT-INVOICE-NO > WS-CTL-NO
                               THEN
                                   MOVE IN-NEXT-INVOICE-NO
                                       TO WS-CTL-NO
                           END-IF
                   END-READ
                   CLOSE INVOICE-NEW-FILE
           END-IF.
           IF WS-CTL-NO > 0 THEN
                   GO TO LOAD-INVOICE-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO JM-JOB-NUMBER.
           START JOB-MASTER-FILE KEY IS GREATER THAN JM-JOB-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ JOB-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JM-INVOICE-NO IS NUMERIC
                           AND JM-INVOICE-NO >= WS-CTL-NO THEN
                               COMPUTE WS-CTL-NO = JM-INVOICE-NO + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTL-NO > 1 THEN
                   DISPLAY 'Invoice counter rebuilt from the job '
                       'master, next number ' WS-CTL-NO '.'
           END-IF.
           IF WS-CTL-NO = 0 THEN
                   MOVE 1 TO WS-CTL-NO
           END-IF.
       LOAD-INVOICE-EXIT.
           EXIT.

      * take the next invoice number - the reservation file is
      * advanced and read back before the number goes on paper, then
      * the control file rewritten behind it

       GET-INVOICE-NUMBER.
           MOVE 'N' TO WS-SEQ-OK.
           MOVE WS-CTL-NO TO WS-INVOICE-NO.
           OPEN OUTPUT INVOICE-NEW-FILE.
           IF WS-INVNEW-STATUS NOT = '00' THEN
                   GO TO GET-INVOICE-EXIT
           END-IF.
           COMPUTE IN-NEXT-INVOICE-NO = WS-INVOICE-NO + 1.
           WRITE IN-RECORD.
           CLOSE INVOICE-NEW-FILE.
           OPEN INPUT INVOICE-NEW-FILE.
           IF WS-INVNEW-STATUS NOT = '00' THEN
                   GO TO GET-INVOICE-EXIT
           END-IF.
           READ INVOICE-NEW-FILE
               AT END
                   CLOSE INVOICE-NEW-FILE
                   GO TO GET-INVOICE-EXIT
           END-READ.
           IF IN-NEXT-INVOICE-NO IS NOT NUMERIC
               OR IN-NEXT-INVOICE-NO NOT = WS-INVOICE-NO + 1 THEN
                   CLOSE INVOICE-NEW-FILE
                   GO TO GET-INVOICE-EXIT
           END-IF.
           CLOSE INVOICE-NEW-FILE.
           OPEN OUTPUT INVOICE-CTL-FILE.
           IF WS-INVCTL-STATUS = '00' THEN
                   COMPUTE IC-NEXT-INVOICE-NO = WS-INVOICE-NO + 1
                   WRITE IC-RECORD
                   CLOSE INVOICE-CTL-FILE
           ELSE
                   DISPLAY 'Warning - invoice control file not '
                       'updated, carrying on from the reservation.'
           END-IF.
           COMPUTE WS-CTL-NO = WS-INVOICE-NO + 1.
           MOVE 'Y' TO WS-SEQ-OK.
       GET-INVOICE-EXIT.
           EXIT.
