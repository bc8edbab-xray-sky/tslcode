      *> PRMVSAM - record layout for the PRIME-MASTER VSAM KSDS, keyed
      *> by the prime value itself so other jobs can READ it directly
      *> instead of regenerating the list with trial division.  Shared
      *> by the writer (NPRIMES) and readers (e.g. PRMINQ).  PRMVUTIL
      *> backs it up to VSMBKUP (PRMVBKUP) and reloads or rebuilds it.
      *>
      *> PM-RUN-ID is the run identifier (YYYYMMDDHHMMSS) of the run
      *> that wrote the record - it tells two same-day runs apart where
