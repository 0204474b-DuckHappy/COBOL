      ******************************************************************
      * Copybook: ACCLOGRQ
      * Purpose:  Request area for the shared ACC-LOG routine. Set the
      *           signed-on operator, the calling program, the key or
      *           search criteria and the number of records shown and
      *           CALL "ACC-LOG" USING ACCESS-LOG-REQUEST once per
      *           inquiry, including one that found nothing.
      ******************************************************************
       01  ACCESS-LOG-REQUEST.
           02 ACQ-OPERATOR PIC X(8).
           02 ACQ-PROGRAM  PIC X(20).
           02 ACQ-CRITERIA PIC X(50).
           02 ACQ-RETURNED PIC 9(5).
