      *> ---------------------------------------------------------------
      *> PRMCLASS - record layout for the CLASSVSM prime classification
      *> KSDS, keyed by the prime value like PRIME-MASTER.  Written by
      *> PRMCLASS from the master, one record per prime; read by the
      *> selection report PRMCLSEL.
      *>
      *> Each class flag is 'Y' (the prime is in the class), 'N' (it
      *> is not) or 'U' (undetermined - deciding it needs a partner
      *> value above PC-COVER-LIMIT, the highest prime on the list the
      *> record was built from, so the list cannot say either way).
      *> The classes, in PC-CLASS-FLAG order:
      *>   1 TWIN    - p-2 or p+2 is prime
      *>   2 COUSIN  - p-4 or p+4 is prime
      *>   3 SEXY    - p-6 or p+6 is prime
      *>   4 SOPHIE  - Sophie Germain: 2p+1 is prime
      *>   5 SAFE    - (p-1)/2 is prime
      *>   6 PALIN   - the decimal digits read the same reversed
      *>   7 EMIRP   - the digits reversed are a different prime
      *>   8 CHEN    - p+2 is prime or a product of two primes
      *>
      *> PC-SOURCE-RUN-ID is the newest run id on the master when the
      *> classification was built, so a reader can tell whether the
      *> classification still matches the list in front of it.
      *> ---------------------------------------------------------------
       01  PRIME-CLASS-RECORD.
           05  PC-PRIME-KEY      PIC 9(9).
           05  PC-FOUND-POS      PIC 9(4).
           05  PC-CLASS-FLAGS.
               10  PC-TWIN-FLAG    PIC X.
               10  PC-COUSIN-FLAG  PIC X.
               10  PC-SEXY-FLAG    PIC X.
               10  PC-SOPHIE-FLAG  PIC X.
               10  PC-SAFE-FLAG    PIC X.
               10  PC-PALIN-FLAG   PIC X.
               10  PC-EMIRP-FLAG   PIC X.
               10  PC-CHEN-FLAG    PIC X.
           05  PC-CLASS-TABLE REDEFINES PC-CLASS-FLAGS.
               10  PC-CLASS-FLAG   PIC X OCCURS 8 TIMES.
           05  PC-COVER-LIMIT    PIC 9(9).
           05  PC-SOURCE-RUN-ID  PIC X(14).
           05  PC-CLASS-DATE     PIC X(8).
