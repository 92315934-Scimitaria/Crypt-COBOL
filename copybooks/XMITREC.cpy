       01 TransmitRecord.
           05 XmitRunId          PIC X(19).
           05 XmitQueuedStamp    PIC X(21).
           05 XmitPartner        PIC X(10).
           05 XmitOutputFile     PIC X(100).
           05 XmitRecords        PIC 9(9).
           05 XmitChecksum       PIC 9(9).
           05 XmitStatus         PIC X.
               88 XmitUnsent         VALUE "Q".
               88 XmitSent           VALUE "S".
               88 XmitAcknowledged   VALUE "A".
               88 XmitDiscrepancy    VALUE "D".
           05 XmitSentStamp      PIC X(21).
           05 XmitAckStamp       PIC X(21).
           05 XmitAckRecords     PIC 9(9).
           05 XmitAckChecksum    PIC 9(9).
           05 XmitAckFile        PIC X(40).
