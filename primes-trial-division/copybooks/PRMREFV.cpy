      *> ---------------------------------------------------------------
      *> PRMREFV - record layout for the REFVALS reference-value
      *> dataset read by PRMREFCK: values published in the standard
      *> tables, kept by hand (one card image per value) so the list
      *> can be checked against arithmetic that is not ours.
      *>
      *> RV-TYPE says what the card holds:
      *>   PI - RV-ARGUMENT is x, RV-VALUE is pi(x), the number of
      *>        primes not greater than x;
      *>   NP - RV-ARGUMENT is n, RV-VALUE is the nth prime.
      *> Both numbers are zero-filled to nine digits.  RV-SOURCE names
      *> the table the value was taken from, so a mismatch can be
      *> traced back to the page it came off.  A card with '*' in
      *> column 1 is a comment, and a blank card is ignored.
      *> ---------------------------------------------------------------
       01  REFERENCE-VALUE-RECORD.
           05  RV-TYPE           PIC X(2).
           05  FILLER            PIC X.
           05  RV-ARGUMENT       PIC 9(9).
           05  FILLER            PIC X.
           05  RV-VALUE          PIC 9(9).
           05  FILLER            PIC X.
           05  RV-SOURCE         PIC X(40).
           05  FILLER            PIC X(17).
