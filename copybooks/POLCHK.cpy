       01 PolicyCheck.
           05 PolChkPartner      PIC X(10).
           05 PolChkOperations.
               10 PolChkOp       OCCURS 6 TIMES PIC X(7).
           05 PolChkKeys.
               10 PolChkKey      OCCURS 6 TIMES PIC X(10).
           05 PolChkPolicyUsed   PIC X(10).
           05 PolChkCount        PIC 99.
           05 PolChkViolation    OCCURS 20 TIMES.
               10 PolChkCode     PIC X(8).
               10 PolChkText     PIC X(40).
