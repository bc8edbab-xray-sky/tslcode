      *> log by the archival job (PRMAUDAR): it carries forward the
      *> summary totals of every run ever cut to the archive - runs
      *> archived, completed, interrupted, short - under AU-CARRY-FWD,
      *> which overlays the run-detail fields, along with the number of
      *> OPR operator actions (below) archived.  On a CFW record
      *> AU-RUN-DATE/AU-RUN-ID stamp the archival run itself.  A CFW
      *> written before OPR records existed has spaces, not a count, in
      *> AU-CF-OPR-ACTIONS - readers test it NUMERIC first.
      *>
      *> A fourth type, OPR, is an operator action on the NPRIMES run
      *> control taken through PRMRCTL - a lock released, a checkpoint
      *> discarded, a run marked abandoned.  AU-OPR-DETAIL overlays the
      *> run-detail fields with who did it, why, and to which run's
      *> lock: AU-OP-LOCK-RUN is the locked run's id when its HDR was
      *> found on the log, otherwise the RUNCTL start date in its first
      *> eight bytes (spaces when no lock was held).  AU-OP-FORCED is
      *> 'Y' when the action overrode the lock's safety age.  On an OPR
      *> record AU-RUN-DATE/AU-RUN-ID stamp the action itself.
      *> ---------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AU-REC-TYPE  PIC X(3).
               10  AU-CF-COMPLETED PIC 9(4).
               10  AU-CF-INTERRUPT PIC 9(4).
               10  AU-CF-SHORT     PIC 9(4).
               10  AU-CF-OPR-ACTIONS PIC 9(4).
               10  FILLER          PIC X(15).
           05  AU-OPR-DETAIL REDEFINES AU-RUN-DETAIL.
               10  AU-OP-ACTION    PIC X(7).
               10  AU-OP-REASON    PIC X(4).
               10  AU-OP-OPERATOR  PIC X(8).
               10  AU-OP-FORCED    PIC X.
               10  AU-OP-LOCK-RUN  PIC X(14).
               10  FILLER          PIC X(1).
