      *           disagree. Records from before the conversion carry
      *           spaces/zero in EMP-BIRTH-DATE and fall back to the
      *           stored age.
      *           EMP-PAY holds the rate and its basis for the payroll
      *           run: 'M' = monthly salary, 'D' = daily rate paid per
      *           business day of the period. A zero rate or blank
      *           basis keeps the employee off the payroll register.
      *           EMP-MANAGER-ID is the EMP-ID of the employee's
      *           direct manager; zero means no manager (the top of a
      *           reporting line). EMP-TRAN-APPLY only accepts an
      *           active manager that does not close a cycle.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           02 EMP-ID       PIC 9(6).
           02 EMP-EDAD     PIC 9(2).
           02 EMP-DEPT     PIC X(4).
           02 EMP-BIRTH-DATE PIC 9(8).
           02 EMP-PAY.
               03 EMP-PAY-RATE  PIC 9(7)V99.
               03 EMP-PAY-BASIS PIC X.
                   88 EMP-PAY-MONTHLY VALUE 'M'.
                   88 EMP-PAY-DAILY   VALUE 'D'.
           02 EMP-MANAGER-ID PIC 9(6).
