           05 ARC-REM-CLAIMED     PIC X(08).
           05 ARC-REM-REIMBURSED  PIC X(08).
           05 ARC-REM-STATUS      PIC X(01).
           05 ARC-REM-PAID-DATE   PIC X(10).
           05 ARC-REM-PRES-CODE   PIC X(10).

       FD  RELEVE-FILE.
       01  RELEVE-LINE            PIC X(100).
