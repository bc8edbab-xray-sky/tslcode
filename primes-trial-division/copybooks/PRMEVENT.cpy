      *> ---------------------------------------------------------------
      *> PRMEVENT - fixed record layout for the EVENTLOG dataset, the
      *> one place every batch program files what happened to it.
      *> Each program appends one record per event (OPEN EXTEND, OUTPUT
      *> the very first time) and carries on if EVENTLOG will not open
      *> - the job log still has the DISPLAY.
      *>
      *> EV-RUN-ID is the writing program's own execution stamp
      *> (YYYYMMDDHHMMSS at start - for NPRIMES its list run id), so
      *> every event of one execution shares it.  EV-TIMESTAMP is when
      *> the event itself was written.
      *>
      *> EV-SEVERITY is one of:
      *>   I - information: the step completed, or its verdict is good
      *>   W - warning: the step completed but something was not done
      *>       (a history, state or verdict record not written)
      *>   E - error: a check failed or the step refused (RC 12 / 20)
      *>   S - severe: the step terminated (RC 16)
      *>
      *> EV-MSG-NO is stable - a report or program may key on it, so a
      *> number is never reused for a different event.  It is a
      *> three-letter program prefix and a four-digit number:
      *>   NPR - NPRIMES     REC - PRMRECON    CRT - PRMCERT
      *>   XTR - PRMXTRCT    ACK - PRMACK      AUA - PRMAUDAR
      *>   FCT - PRMFACT     INQ - PRMINQ      RCT - PRMRCTL
      *>   REF - PRMREFCK    CHG - PRMCHGBK    VUT - PRMVUTIL
      *>   GRS - PRMGREST    RSN - PRMRSEND    MRG - PRMMERGE
      *>   CLS - PRMCLASS    CSL - PRMCLSEL    GLD - PRMGOLD
      *> Each program lists its own numbers above its Z900-LOG-EVENT.
      *> ---------------------------------------------------------------
       01  EVENT-RECORD.
           05  EV-PROGRAM         PIC X(8).
           05  EV-RUN-ID          PIC X(14).
           05  EV-TIMESTAMP       PIC X(14).
           05  EV-SEVERITY        PIC X.
           05  EV-MSG-NO          PIC X(7).
           05  EV-MSG-TEXT        PIC X(80).
