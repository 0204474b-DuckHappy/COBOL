      *           EXC-DISP: O = open, R = reviewed, J = justified,
      *           E = escalated; records written before disposition
      *           tracking carry spaces and count as open.
      *           EXC-SOURCE is the CONDSRC.DAT source of the reading
      *           (spaces before sources were tagged).
      ******************************************************************
       01  EXCEPTION-RECORD.
           02 EXC-A PIC 9(2).
           02 EXC-REVIEWER PIC X(8).
           02 EXC-DISP-DATE PIC 9(8).
           02 EXC-COMMENT PIC X(30).
           02 EXC-SOURCE PIC X(8).
