      * purchase order record layout - one H record per order keyed
      * on line 000 carrying the supplier and whether the order is
      * still open, followed by one L record per material ordered
      * carrying the sheets ordered and received so far. Shared
      * between the purchasing run which raises the orders and the
      * receipts program which books deliveries against their lines
      * and closes the order once every line is received.
       01 PO-RECORD.
           05 PO-KEY.
               10 PO-NUMBER PIC 9(6).
               10 PO-LINE-NO PIC 9(3).
           05 PO-REC-TYPE PIC X(1).
	88 PO-IS-HEADER VALUE 'H'.
	88 PO-IS-LINE VALUE 'L'.
           05 PO-HEADER-DATA.
               10 PO-SUPPLIER-CODE PIC X(6).
               10 PO-SUPPLIER-NAME PIC X(30).
               10 PO-ORDER-DATE PIC X(8).
               10 PO-STATUS PIC X(1).
	88 PO-IS-OPEN VALUE 'O'.
	88 PO-IS-CLOSED VALUE 'C'.
               10 PO-LINE-COUNT PIC 9(3).
               10 PO-CLOSED-DATE PIC X(8).
           05 PO-LINE-DATA REDEFINES PO-HEADER-DATA.
               10 PO-MATERIAL-CODE PIC X(6).
               10 PO-QTY-ORDERED PIC 9(7).
               10 PO-QTY-RECEIVED PIC 9(7).
               10 PO-LINE-STATUS PIC X(1).
	88 PO-LINE-IS-OPEN VALUE 'O'.
	88 PO-LINE-IS-CLOSED VALUE 'C'.
               10 FILLER PIC X(35).
