      ******************************************************************
      * Copybook: ONCPAGE
      * Purpose:  ONCALL.DAT page record appended by EOD-DRIVER when a
      *           message rule asks for the on-call operator.
      *           ONC-PRIMARY/ONC-BACKUP are taken from ONCROTA.DAT at
      *           the time of the page and ONC-HOLDER is whoever holds
      *           it now. ONC-STATE: 'P' raised, 'E' escalated to the
      *           backup by ONCALL-ESCALATE, 'A' acknowledged through
      *           ONCALL-ACK. Pages written before the rota existed
      *           read as spaces after ONC-MESSAGE.
      *           ONC-RUNBOOK is the RUNBOOK.DAT procedure (message ID
      *           and step, either may be "*") that covers the page;
      *           spaces when none was on file at the time.
      ******************************************************************
       01  ONCALL-RECORD.
           02 ONC-DATE     PIC 9(8).
           02 ONC-TIME     PIC 9(8).
           02 ONC-STEP     PIC X(20).
           02 ONC-MESSAGE  PIC X(70).
           02 ONC-PRIMARY  PIC X(8).
           02 ONC-BACKUP   PIC X(8).
           02 ONC-HOLDER   PIC X(8).
           02 ONC-STATE    PIC X.
               88 ONC-RAISED       VALUE 'P'.
               88 ONC-ESCALATED    VALUE 'E'.
               88 ONC-ACKNOWLEDGED VALUE 'A'.
           02 ONC-ESC-DATE PIC 9(8).
           02 ONC-ESC-TIME PIC 9(8).
           02 ONC-ACK-DATE PIC 9(8).
           02 ONC-ACK-TIME PIC 9(8).
           02 ONC-ACK-BY   PIC X(8).
           02 ONC-RUNBOOK.
               03 ONC-RBK-MSG-ID PIC X(8).
               03 ONC-RBK-STEP   PIC X(20).
