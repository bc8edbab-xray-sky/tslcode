      *>
      *> XH-RESEND-FLAG is set to 'Y' by PRMACK when a transmission is
      *> still PENDING after the grace period, so operations can pull
      *> the resend list straight off this dataset.  The resend job
      *> (PRMRSEND) rebuilds XTRACTF for a flagged record from the
      *> retained generation it was cut from, lowers the flag again and
      *> stamps XH-RESEND-DATE, from which PRMACK then ages the
      *> transmission afresh.  XH-RESEND-DATE is zeros until then.
      *>
      *> XH-RESEND-DATE made the record 68 bytes; XMITHIST was 60-byte
      *> records before it.  A history written before then must be
      *> converted once, before PRMXTRCT, PRMACK or PRMRSEND runs
      *> against it: PRMRSEND with PARM CONVERT, the old history as
      *> XMITOLD and a new or empty XMITHIST, copies every record across
      *> with XH-RESEND-DATE zeros.  Read in this layout, an unconverted
      *> history is misaligned from its first record on.
      *> ---------------------------------------------------------------
       01  XMIT-HIST-RECORD.
           05  XH-EXTRACT-DATE  PIC X(8).
           05  XH-ACK-STATUS    PIC X(8).
           05  XH-ACK-DATE      PIC X(8).
           05  XH-RESEND-FLAG   PIC X.
           05  XH-RESEND-DATE   PIC X(8).
