      * quote line record layout - one record per piece line of a
      * quote, keyed on the quote number and line number, beside the
      * quote master header. Each line carries its shape, the two
      * dimensions the shape needs (circle uses only the first), the
      * quantity and the net area of the whole line (piece area
      * times quantity). The quote master keeps the first line's
      * shape and dimensions and the pooled area of all lines, so a
      * quote stored before lines were kept still reads as the
      * single piece it was quoted for.
       01 QL-RECORD.
           05 QL-KEY.
               10 QL-QUOTE-NO PIC 9(6).
               10 QL-LINE-NO PIC 9(3).
           05 QL-SHAPE PIC X(1).
           05 QL-QUANTITY PIC 9(3).
           05 QL-DIM1 PIC S9(6)V9(2).
           05 QL-DIM2 PIC S9(6)V9(2).
           05 QL-AREA PIC S9(10)V9(4).
