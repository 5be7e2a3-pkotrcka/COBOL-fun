	88 QM-IS-ACCEPTED VALUE 'A'.
	88 QM-IS-REJECTED VALUE 'R'.
	88 QM-IS-EXPIRED VALUE 'E'.
      * whole sheets set aside on the stock master when the quote
      * was accepted, cleared once JOBCOST has issued them
           05 QM-SHEETS-RESERVED PIC 9(7).
