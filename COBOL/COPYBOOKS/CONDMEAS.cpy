      ******************************************************************
      * Copybook: CONDMEAS
      * Purpose:  CONDMEAS.DAT measurement pair banded by CONDITIONAL,
      *           keyed directly or bridged from ESTRLIST.DAT by
      *           ESTR-BRIDGE. MEA-SOURCE names the station or feed the
      *           reading came from (CONDSRC.DAT); it is carried onto
      *           the audit and exception records. Rows written before
      *           sources were tagged carry spaces.
      ******************************************************************
       01  MEASURE-RECORD.
           02 MEA-A      PIC 9(2).
           02 MEA-B      PIC 9(2).
           02 MEA-SOURCE PIC X(8).
