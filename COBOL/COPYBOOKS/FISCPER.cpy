      ******************************************************************
      * Copybook: FISCPER
      * Purpose:  FISCAL.DAT fiscal period, generated a fiscal year at
      *           a time by FISC-BUILD from the rules in FISCCTL.DAT
      *           and checked for gaps and overlaps by FISC-VALIDATE.
      ******************************************************************
      *    One row per period, in date order. A fiscal year is named
      *    by the calendar year it ends in, so FSP-KEY (year and
      *    period, AAAAPP) never repeats a calendar month AAAAMM
      *    closed before the fiscal calendar began. Every date from
      *    FSP-START to FSP-END (FSP-DAYS days) falls in the period.
       01  FISCAL-PERIOD-RECORD.
           02 FSP-KEY.
               03 FSP-YEAR    PIC 9(4).
               03 FSP-PERIOD  PIC 9(2).
           02 FSP-QUARTER     PIC 9(1).
           02 FSP-START       PIC 9(8).
           02 FSP-END         PIC 9(8).
           02 FSP-DAYS        PIC 9(2).
