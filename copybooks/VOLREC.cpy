       01 VolumeRecord.
           05 VolumeDate         PIC X(8).
           05 VolumeRunId        PIC X(19).
           05 VolumePartner      PIC X(10).
           05 VolumePartnerVer   PIC 9(3).
           05 VolumeDirection    PIC X(7).
           05 VolumeOperations   PIC X(41).
           05 VolumeRecfm        PIC X.
           05 VolumeLrecl        PIC 9(4).
           05 VolumeRecords      PIC 9(9).
           05 VolumeRejects      PIC 9(9).
           05 VolumeBytes        PIC 9(12).
           05 VolumeElapsed      PIC 9(9).
