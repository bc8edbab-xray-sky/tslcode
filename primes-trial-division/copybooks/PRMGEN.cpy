      *> ---------------------------------------------------------------
      *> PRMGEN - record layout for the PRIMEGEN retained-generation
      *> KSDS.  Every completed NPRIMES count run files a complete copy
      *> of the PRIME-OUT-FILE it left behind here, so the exact list
      *> behind any transmission or sign-off can be reproduced after
      *> later runs have moved the live list on.
      *>
      *> The key is the generation (GN-GEN-RUN-ID - the AU-RUN-ID of
      *> the run that completed it) plus the position, so one START
      *> and a run of READ NEXTs yields a whole generation in list
      *> order.  The rest of the record is the PRMOUT record exactly
      *> as it stood on PRIMEOUT, provenance stamps included.
      *>
      *> GENCAT (PRMGCAT) catalogs which generations are held.
      *> ---------------------------------------------------------------
       01  PRIME-GEN-RECORD.
           05  GN-KEY.
               10  GN-GEN-RUN-ID  PIC X(14).
               10  GN-FOUND-POS   PIC 9(4).
           05  GN-RUN-DATE        PIC X(8).
           05  GN-RUN-ID          PIC X(14).
           05  GN-PRIME-VALUE     PIC 9(9).
