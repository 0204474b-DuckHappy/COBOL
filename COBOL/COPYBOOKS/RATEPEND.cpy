      *           SURCH-RATE-APPROVE, where a SUPERVIS operator
      *           releases or rejects each one. RPD-ACTION follows
      *           the maintenance actions: A = alta, C = cambio de
      *           tasa, D = desactivar, V = cambio de vigencia,
      *           E = cambio de empresa (RPD-COMPANY, applied to every
      *           row of the code).
      ******************************************************************
       01  RATE-PEND-RECORD.
           02 RPD-ACTION       PIC X.
           02 RPD-EFF-TO       PIC 9(8).
           02 RPD-PROPOSER     PIC X(8).
           02 RPD-PROP-DATE    PIC 9(8).
           02 RPD-COMPANY      PIC X(2).
