           05 ManifestPartner    PIC X(10).
           05 ManifestPartnerVer PIC 9(3).
           05 ManifestEnvelope   PIC X.
           05 ManifestPriorRunId PIC X(19).
           05 ManifestDirection  PIC X(7).
