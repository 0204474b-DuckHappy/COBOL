      ******************************************************************
      * Copybook: STOCKREC
      * Purpose:  STOCK.DAT stock-on-hand record, indexed by region
      *           (REGNCTL.DAT code) and ART item code. INV-MOVE-APPLY
      *           keeps STK-ON-HAND from the INVMOVE.DAT movements and
      *           never lets it go below zero; INV-VALUATION prices it
      *           from the current tier-assignment generation.
      *           STK-LAST-MOVE-TYPE is the movement type that last
      *           touched the row (R/I/A, or T for either leg of an
      *           inter-region transfer).
      ******************************************************************
       01  STOCK-RECORD.
           02 STK-KEY.
               03 STK-REGION      PIC X(4).
               03 STK-ITEM        PIC X(6).
           02 STK-ON-HAND         PIC 9(7).
           02 STK-LAST-MOVE-DATE  PIC 9(8).
           02 STK-LAST-MOVE-TYPE  PIC X.
