      * job master record layout - one record per job JOBCOST has
      * costed, written by the costing run and carried from there
      * through invoicing to payment, so accounts bills from the
      * stored cost and never re-keys it off the register. The
      * invoice number and dates stay zero/blank until the invoicing
      * run and the payment entry fill them in.
       01 JM-RECORD.
           05 JM-JOB-NUMBER PIC X(8).
           05 JM-CUSTOMER PIC X(20).
           05 JM-MATERIAL-CODE PIC X(6).
           05 JM-SHEETS PIC 9(9).
           05 JM-AREA PIC S9(12)V9(4).
           05 JM-COST PIC S9(15)V9(2).
           05 JM-CURRENCY PIC X(3).
           05 JM-COSTED-DATE PIC X(8).
           05 JM-STATUS PIC X(1).
	88 JM-IS-COSTED VALUE 'C'.
	88 JM-IS-INVOICED VALUE 'I'.
	88 JM-IS-PAID VALUE 'P'.
           05 JM-INVOICE-NO PIC 9(6).
           05 JM-INVOICE-DATE PIC X(8).
           05 JM-PAID-DATE PIC X(8).
