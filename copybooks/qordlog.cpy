      * quote order log record layout - one record per quote
      * disposition so sales can trace who marked which quote and
      * when, the way RATELOG traces prices. Written by the order
      * program for keyed dispositions and by the nightly expiry
      * sweep, under its own system operator ID, for the quotes it
      * expires.
       01 OL-RECORD.
           05 OL-TIMESTAMP PIC X(21).
           05 OL-OPERATOR-ID PIC X(10).
           05 OL-ACTION PIC X(1).
           05 OL-QUOTE-NO PIC 9(6).
