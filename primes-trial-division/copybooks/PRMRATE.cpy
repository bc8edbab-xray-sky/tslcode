      *> ---------------------------------------------------------------
      *> PRMRATE - record layout for the RATETBL chargeback rate table
      *> read by PRMCHGBK, kept by hand from Finance's published rates
      *> (one card image per rate).
      *>
      *> RT-PROGRAM is the batch service charged for (PRMINQ,
      *> PRMFACT).  RT-DEPT is a department code for a rate agreed with
      *> that department alone, or '*' for the service's standard rate.
      *> RT-EFFECTIVE (YYYYMM) is the first month the rate applies;
      *> blank means it always has.  RT-RATE is the charge per item
      *> processed, punched with its decimal point - 000.0025 is a
      *> quarter of a cent.  RT-DESCRIPTION is free text.
      *>
      *> For a month's usage by one department on one service the rate
      *> used is the department's own rate if one is in effect, and the
      *> standard rate otherwise; where several are in effect, the one
      *> with the latest effective month.  A card with '*' in column 1
      *> is a comment, and a blank card is ignored.
      *> ---------------------------------------------------------------
       01  RATE-RECORD.
           05  RT-PROGRAM        PIC X(8).
           05  FILLER            PIC X.
           05  RT-DEPT           PIC X(6).
           05  FILLER            PIC X.
           05  RT-EFFECTIVE      PIC X(6).
           05  FILLER            PIC X.
           05  RT-RATE-TEXT.
               10  RT-RATE-WHOLE PIC 9(3).
               10  RT-RATE-POINT PIC X.
               10  RT-RATE-FRACT PIC 9(4).
           05  FILLER            PIC X.
           05  RT-DESCRIPTION    PIC X(30).
           05  FILLER            PIC X(18).
