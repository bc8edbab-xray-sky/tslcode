      *> ---------------------------------------------------------------
      *> PRMCOVR - record layout for the COVREG coverage-registry KSDS,
      *> keyed by the low bound of the span.  One record per value span
      *> whose primes are held on the consolidated master (CONSVSM):
      *> every prime from CR-SPAN-LOW to CR-SPAN-HIGH inclusive is on
      *> the master, so a value inside a span that the master does not
      *> carry is proved composite.  Outside every span the master has
      *> nothing to say.  Written only by the merge job (PRMMERGE);
      *> read by PRMINQ and PRMFACT when they run against the
      *> consolidated master.
      *>
      *> CR-SPAN-TYPE values:
      *>   CANONICAL - folded from the from-2 count-run list (PRIMEOUT);
      *>               the span runs from 2 to its highest prime
      *>   RANGE     - folded from a range run's list (RANGEOUT); the
      *>               span is the range requested, cut back to the
      *>               last prime found if the run filled its table
      *>
      *> CR-SOURCE-RUN-ID is the run whose list the span was folded from
      *> (the newest record's run id, as the release gate keys it, for a
      *> canonical span; the range run's id for a range span).  Spans
      *> may overlap - the merge proves two spans agree on every prime
      *> in their overlap before it registers the second - and readers
      *> join overlapping or abutting spans into one.  A span wholly
      *> inside one already held adds nothing and is not registered; a
      *> span sharing a low bound with a shorter one replaces it.
      *> ---------------------------------------------------------------
       01  COVERAGE-RECORD.
           05  CR-SPAN-LOW       PIC 9(9).
           05  CR-SPAN-HIGH      PIC 9(9).
           05  CR-SOURCE-RUN-ID  PIC X(14).
           05  CR-SPAN-TYPE      PIC X(9).
           05  CR-PRIME-COUNT    PIC 9(6).
           05  CR-MERGE-STAMP    PIC X(14).
