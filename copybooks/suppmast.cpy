      * supplier master record layout - one record per material code
      * naming the supplier purchasing buys it from and how many
      * standard sheets go on an order, shared between the supplier
      * maintenance program and the purchasing run that raises orders
      * from the stock shortages. A zero reorder quantity orders just
      * enough to bring the material back up to its reorder point.
       01 SP-RECORD.
           05 SP-MATERIAL-CODE PIC X(6).
           05 SP-SUPPLIER-CODE PIC X(6).
           05 SP-SUPPLIER-NAME PIC X(30).
           05 SP-REORDER-QTY PIC 9(7).
