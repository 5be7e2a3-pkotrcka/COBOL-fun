      * sticking at zero, so an oversold material shows how far
      * oversold it is. The reorder point drives the end-of-run
      * shortage report.
      * sheets allocated are promised to accepted quotes but not yet
      * cut - the order program reserves them on acceptance and
      * JOBCOST turns the reservation into an issue when the job is
      * costed, so on hand less allocated is what is free to sell.
       01 SK-RECORD.
           05 SK-MATERIAL-CODE PIC X(6).
           05 SK-SHEETS-ON-HAND PIC S9(7).
           05 SK-REORDER-POINT PIC 9(5).
           05 SK-SHEETS-ALLOCATED PIC S9(7).
