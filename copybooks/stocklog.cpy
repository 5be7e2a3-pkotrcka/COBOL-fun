      * stock log record layout - one record per receipt, adjustment
      * or reorder-point change so purchasing can trace who booked
      * which delivery and when, the way RATELOG traces price changes.
      * A delivery carries the purchase order and line it was booked
      * against; an entry not against an order carries zeros there.
      * The action is R for a delivery booked against a purchase
      * order, A for sheets received without an order, P for a
      * reorder-point change and C for a stock-take count adjustment.
       01 TL-RECORD.
           05 TL-TIMESTAMP PIC X(21).
           05 TL-OPERATOR-ID PIC X(10).
           05 TL-ACTION PIC X(1).
           05 TL-MATERIAL-CODE PIC X(6).
           05 TL-SHEETS PIC S9(7).
           05 TL-NEW-ON-HAND PIC S9(7).
           05 TL-PO-NUMBER PIC 9(6).
           05 TL-PO-LINE PIC 9(3).
