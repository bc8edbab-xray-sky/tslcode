      *> ---------------------------------------------------------------
      *> PRMGCAT - record layout for the GENCAT generation catalog, a
      *> KSDS keyed by the AU-RUN-ID of the NPRIMES run that completed
      *> each generation held on PRIMEGEN (PRMGEN).  Run ids are
      *> timestamps, so key order is age order and the oldest
      *> generation is always the first record.
      *>
      *> GC-RECORD-COUNT, GC-LAST-PRIME and GC-HASH-TOTAL (the sum of
      *> every prime value - the same hash total XTRACTF's trailer
      *> carries) are the generation's control totals, proved against
      *> the generation itself before it is resent or restored.
      *>
      *> The two list run ids tie a generation to what was done with
      *> it: GC-SOURCE-RUN-ID is the PO-RUN-ID on the first record -
      *> the source run id PRMXTRCT puts on the XTRACTF header and
      *> XMITHIST (XH-SOURCE-RUN-ID); GC-LIST-RUN-ID is the PO-RUN-ID
      *> on the newest record - the run id the release gate (RELSTAT)
      *> files verdicts under.
      *>
      *> NPRIMES keeps the newest GENPARM-configured number of
      *> generations and deletes older ones, catalog entry and all.
      *> ---------------------------------------------------------------
       01  GEN-CATALOG-RECORD.
           05  GC-RUN-ID          PIC X(14).
           05  GC-RUN-DATE        PIC X(8).
           05  GC-SOURCE-RUN-ID   PIC X(14).
           05  GC-LIST-RUN-ID     PIC X(14).
           05  GC-RECORD-COUNT    PIC 9(6).
           05  GC-LAST-PRIME      PIC 9(9).
           05  GC-HASH-TOTAL      PIC 9(15).
