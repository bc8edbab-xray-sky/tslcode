      *> ---------------------------------------------------------------
      *> PRMGOLDR - fixed record layout for the GOLDRECF Goldbach
      *> partition result dataset, written by PRMGOLD alongside the
      *> eyeball GOLDOUT report, as PRMFACTR is for PRMFACT.
      *>
      *> One record per input number.  GR-STATUS is one of:
      *>   COMPLETE - every partition was counted off the list
      *>   OUTSIDE  - outside coverage: a partition could need a prime
      *>              above GR-COVER-LIMIT (the highest prime on the
      *>              list), so no count is given - the counts and
      *>              partitions below are zero rather than short
      *>   ERROR    - not an even number of 4 or more
      *>
      *> Partitions are unordered pairs p + q = n with p not above q.
      *> GR-SMALL-P/Q is the one with the smallest prime p;
      *> GR-BAL-P/Q is the most balanced, p the largest prime not
      *> above n/2.  Both are filled on a COMPLETE record with at least
      *> one partition, zero otherwise.
      *> ---------------------------------------------------------------
       01  GOLDBACH-RECORD.
           05  GR-EVEN-NUMBER     PIC 9(9).
           05  GR-STATUS          PIC X(8).
           05  GR-PARTITION-COUNT PIC 9(6).
           05  GR-SMALL-P         PIC 9(9).
           05  GR-SMALL-Q         PIC 9(9).
           05  GR-BAL-P           PIC 9(9).
           05  GR-BAL-Q           PIC 9(9).
           05  GR-COVER-LIMIT     PIC 9(9).
