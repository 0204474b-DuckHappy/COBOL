      * Purpose:  Request area for the shared CLM-CHECK closed-period
      *           routine. Set CLM-DATE-IN and CALL "CLM-CHECK" USING
      *           CLOSED-MONTH-REQUEST; CLM-IS-CLOSED answers whether
      *           the date falls in a period already closed by
      *           MONTH-END (per CLOSEDMO.DAT). Posting programs must
      *           reject or redirect records dated in a closed period
      *           instead of reopening a reconciled period.
      *           Periods are the fiscal periods of FISCAL.DAT, found
      *           through FISC-CHECK; before the first fiscal year they
      *           are the calendar months. A date with no period is
      *           never closed.
      *           CLM-COMPANY-IN narrows the question to one company;
      *           left blank, a period closed for any company counts.
      *           CLOSEDMO.DAT rows with a blank company (closes from
      *           before the company code existed) close every one.
      *           A fiscal year locked by YEAR-END (per CLOSEDYR.DAT)
      *           closes every date in it for every company;
      *           CLM-YEAR-LOCKED tells that case apart from a closed
      *           period.
      ******************************************************************
       01  CLOSED-MONTH-REQUEST.
           02 CLM-DATE-IN PIC 9(8).
           02 CLM-CLOSED-FLAG PIC X.
               88 CLM-IS-CLOSED VALUE 'Y' FALSE 'N'.
           02 CLM-COMPANY-IN PIC X(2) VALUE SPACES.
           02 CLM-YEAR-FLAG PIC X.
               88 CLM-YEAR-LOCKED VALUE 'Y' FALSE 'N'.
