      *>   FR-DIVISOR-CNT - count of divisors, product of (e+1)
      *>   FR-DIVISOR-SUM - sum of divisors, product of
      *>                    (1 + p + ... + p**e)
      *>
      *> FR-DEPT and FR-REQ-REF are the requesting department and its
      *> request reference, copied from the FACTIN card (PRMBREQ) so a
      *> shared FACTRECF can be split back out by requester.
      *> ---------------------------------------------------------------
       01  FACTOR-RECORD.
           05  FR-CANDIDATE    PIC 9(9).
           05  FR-TOTIENT      PIC 9(9).
           05  FR-DIVISOR-CNT  PIC 9(4).
           05  FR-DIVISOR-SUM  PIC 9(12).
           05  FR-DEPT         PIC X(6).
           05  FR-REQ-REF      PIC X(12).
