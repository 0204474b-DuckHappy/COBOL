      ******************************************************************
      * Copybook: FISCRQ
      * Purpose:  Request area for the shared FISC-CHECK fiscal
      *           calendar routine. Function 'D' returns the fiscal
      *           period FSQ-DATE-IN falls in; 'P' returns the dates
      *           of the period in FSQ-PERIOD-KEY (AAAAPP). Either way
      *           FSQ-PERIOD-KEY, FSQ-QUARTER, FSQ-START and FSQ-END
      *           describe the period found.
      *           Dates before the first fiscal year of FISCAL.DAT
      *           (or every date, while FISCAL.DAT is empty) fall in
      *           their calendar month, keyed AAAAMM as before, and
      *           FSQ-FROM-MONTH is set. A date after the last fiscal
      *           year, or in a hole of FISCAL.DAT, has no period:
      *           FSQ-VALID is false and FISC-BUILD must be run.
      ******************************************************************
       01  FISCAL-REQUEST.
           02 FSQ-FUNCTION PIC X.
               88 FSQ-FUNC-DATE   VALUE 'D'.
               88 FSQ-FUNC-PERIOD VALUE 'P'.
           02 FSQ-DATE-IN PIC 9(8).
           02 FSQ-PERIOD-KEY PIC 9(6).
           02 FSQ-PERIOD-KEY-R REDEFINES FSQ-PERIOD-KEY.
               03 FSQ-YEAR   PIC 9(4).
               03 FSQ-PERIOD PIC 9(2).
           02 FSQ-QUARTER PIC 9(1).
           02 FSQ-START PIC 9(8).
           02 FSQ-END PIC 9(8).
           02 FSQ-SOURCE-FLAG PIC X.
               88 FSQ-FROM-FISCAL VALUE 'F'.
               88 FSQ-FROM-MONTH  VALUE 'M'.
           02 FSQ-VALID-FLAG PIC X.
               88 FSQ-VALID VALUE 'Y' FALSE 'N'.
