      * rate log record layout - one record per rate maintenance
      * action so a mis-keyed price can be traced to who keyed it and
      * when. The action is A for a material added, C for a price
      * change, S for a sheet-size change and D for a material
      * deleted. A price change due on a later date carries that
      * date as its effective date; otherwise the date is spaces.
       01 RL-RECORD.
           05 RL-TIMESTAMP PIC X(21).
           05 RL-OPERATOR-ID PIC X(8).
           05 RL-ACTION PIC X(1).
           05 RL-MATERIAL-CODE PIC X(6).
           05 RL-OLD-PRICE PIC S9(5)V9(4).
           05 RL-NEW-PRICE PIC S9(5)V9(4).
           05 RL-EFFECTIVE-DATE PIC X(8).
