      *           enrichment) and the migration report.
      *           ITM-ACTIVE-FLAG is 'N' for retired items; anything
      *           else counts as active.
      *           ITM-STD-COST is the standard unit cost kept by the
      *           maintenance program (audited in ITEMAUD.DAT) and
      *           read by the margin report; zero means no cost has
      *           been loaded for the item yet.
      ******************************************************************
       01  ITEM-RECORD.
           02 ITM-CODE        PIC X(6).
           02 ITM-DESCRIPTION PIC X(20).
           02 ITM-UNIT        PIC X(4).
           02 ITM-ACTIVE-FLAG PIC X.
           02 ITM-STD-COST    PIC 9(5)V99.
