      *> XREFREC - account cross-reference record for the indexed
      *> XREFACCT file, keyed by the branch system's own account code
      *> as it appears on the inbound feed. XRF-ACCT-ID is the
      *> ACCTMST account the code posts to. INBFEED refuses a feed
      *> carrying any code that is not on file or is marked inactive.
       01 XREF-RECORD.
           05 XRF-SENDER-CODE   PIC X(12).
           05 XRF-ACCT-ID       PIC X(6).
           05 XRF-STATUS        PIC X(1).
               88 XRF-ACTIVE        VALUE 'A' ' '.
               88 XRF-INACTIVE      VALUE 'I'.
