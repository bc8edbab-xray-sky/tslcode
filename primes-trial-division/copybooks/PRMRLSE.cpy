      *> ---------------------------------------------------------------
      *> PRMRLSE - record layout for the RELSTAT release-status KSDS,
      *> keyed by run id.  One record per run whose list has been put
      *> through the two checks that clear it for publication:
      *> PRMRECON (list, master and audit trail agree) and PRMCERT
      *> (the list is mathematically correct).  Each check records its
      *> own verdict here as it finishes; the publishing jobs (PRMXTRCT
      *> and PRMLIST) refuse a run unless both say PASS.
      *>
      *> RS-RUN-ID is the AU-RUN-ID of the run that last wrote the list
      *> - the PO-RUN-ID on the list's newest record, which PRMRECON
      *> ties to the AUDITLOG trailer.  The checkers and the publishers
      *> all take it off that record, so they agree on which run a
      *> verdict belongs to without any of them needing the others.
      *>
      *> RS-RECON-VERDICT / RS-CERT-VERDICT values:
      *>   PASS   - the check ran clean against this run's list
      *>   FAIL   - the check ran and found something wrong
      *>   spaces - the check has not been run against this run
      *> The matching stamp (YYYYMMDDHHMMSS) says when the verdict was
      *> recorded; a rerun of a check simply replaces its verdict.
      *>
      *> RS-REF-VERDICT / RS-REF-STAMP carry PRMREFCK's cross-check of
      *> the list against the published reference values (PASS, FAIL
      *> or spaces, as above).  It is filed for the sign-off page
      *> alongside the certification, not tested by the release gate.
      *>
      *> The RS-OVR- fields log an operator override: who released the
      *> run regardless of its verdicts, why, when, and through which
      *> program.  They stay on the record once set, so every later
      *> publication of that run shows it went out under override.
      *> ---------------------------------------------------------------
       01  RELEASE-STATUS-RECORD.
           05  RS-RUN-ID         PIC X(14).
           05  RS-RECON-VERDICT  PIC X(4).
           05  RS-RECON-STAMP    PIC X(14).
           05  RS-CERT-VERDICT   PIC X(4).
           05  RS-CERT-STAMP     PIC X(14).
           05  RS-OVR-OPERATOR   PIC X(8).
           05  RS-OVR-REASON     PIC X(40).
           05  RS-OVR-STAMP      PIC X(14).
           05  RS-OVR-PROGRAM    PIC X(8).
           05  RS-REF-VERDICT    PIC X(4).
           05  RS-REF-STAMP      PIC X(14).
