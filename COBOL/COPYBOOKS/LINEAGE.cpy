      ******************************************************************
      * Copybook: LINEAGE
      * Purpose:  LINEAGE.DAT program-to-file lineage catalog, one row
      *           per program, file and open mode, maintained through
      *           LINEAGE-MAINT and read by LINEAGE-RPT. LIN-OBJECT is
      *           the file name as ASSIGNed (generation files as
      *           NAME.GNNNN); on a 'C' row it is instead the name of
      *           a subprogram the program CALLs, so a bad file also
      *           reaches the callers of the routine that reads it.
      *           The job drivers (EOD-DRIVER, MENU-DRIVER) carry no
      *           'C' rows: the run order comes from EODSCHED.DAT.
      ******************************************************************
       01  LINEAGE-RECORD.
           02 LIN-PROGRAM     PIC X(20).
           02 LIN-OBJECT      PIC X(20).
           02 LIN-MODE        PIC X.
               88 LIN-READS   VALUE 'R'.
               88 LIN-WRITES  VALUE 'W'.
               88 LIN-EXTENDS VALUE 'E'.
               88 LIN-UPDATES VALUE 'U'.
               88 LIN-CALLS   VALUE 'C'.
               88 LIN-MODE-VALID VALUE 'R' 'W' 'E' 'U' 'C'.
