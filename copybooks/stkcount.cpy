      * stock-take count record layout - one record per material
      * frozen onto the count sheet, carrying the on-hand figure at
      * the moment of the freeze and the sheets the yard counted.
      * The variance posted is counted less frozen, so receipts and
      * issues booked while the count was going on stay on stock.
       01 SC-RECORD.
           05 SC-MATERIAL-CODE PIC X(6).
           05 SC-FROZEN-DATE PIC X(8).
           05 SC-FROZEN-ON-HAND PIC S9(7).
           05 SC-COUNTED PIC S9(7).
           05 SC-COUNT-STATUS PIC X(1).
	88 SC-NOT-COUNTED VALUE 'N'.
	88 SC-IS-COUNTED VALUE 'Y'.
