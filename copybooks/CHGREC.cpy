       01 ChangeRecord.
           05 ChangeId           PIC 9(8).
           05 ChangeTarget       PIC X(8).
               88 ChangeForPartner   VALUE "PARTNER".
               88 ChangeForSubTable  VALUE "SUBTABLE".
           05 ChangeAction       PIC X(7).
               88 ChangeIsAdd        VALUE "ADD".
               88 ChangeIsChange     VALUE "CHANGE".
               88 ChangeIsDelete     VALUE "DELETE".
           05 ChangeKey          PIC X(10).
           05 ChangeStatus       PIC X.
               88 ChangePending      VALUE "P".
               88 ChangeApproved     VALUE "A".
               88 ChangeRejected     VALUE "R".
           05 ChangeMaker        PIC X(8).
           05 ChangeMadeStamp    PIC X(21).
           05 ChangeChecker      PIC X(8).
           05 ChangeCheckedStamp PIC X(21).
           05 ChangeNote         PIC X(40).
           05 ChangeData         PIC X(205).
           05 ChangePartnerData REDEFINES ChangeData.
               10 ChangeOperations   PIC X(41).
               10 ChangeKeys.
                   15 ChangeKeyValue OCCURS 6 TIMES PIC X(10).
               10 ChangeFieldMap     PIC X(100).
               10 ChangeEnvelope     PIC X.
               10 ChangeSlaHours     PIC 9(3).
           05 ChangeTableData REDEFINES ChangeData.
               10 ChangeAlpha        PIC X(62).
               10 ChangeBeta         PIC X(62).
               10 FILLER             PIC X(81).
