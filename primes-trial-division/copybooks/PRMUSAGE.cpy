      *> ---------------------------------------------------------------
      *> PRMUSAGE - fixed record layout for the USAGELOG dataset, the
      *> chargeback volume kept by the overnight batch services.
      *> PRMINQ (batch mode) and PRMFACT each append one record per
      *> batch (OPEN EXTEND, OUTPUT the very first time); PRMCHGBK
      *> totals a month of them against the rate table.
      *>
      *> A batch is a run of consecutive request cards carrying the
      *> same department code and request reference (PRMBREQ), so an
      *> input concatenated from several departments' lists still
      *> writes one record per department's request.  US-RUN-DATE and
      *> US-RUN-ID are the writing program's execution stamp, the same
      *> one it files its events under.
      *>
      *> US-ITEM-COUNT is every card in the batch.  The four outcome
      *> counts add up to it, and what they count depends on
      *> US-PROGRAM:
      *>   PRMINQ  - US-FOUND      prime, on the list
      *>             US-COMPOSITE  composite, within coverage
      *>             US-OUTSIDE    outside the list's coverage
      *>             US-REJECTED   card that was not a usable number
      *>   PRMFACT - US-COMPLETE   fully factored
      *>             US-PARTIAL    residual beyond the master's range
      *>             US-ERROR      not a usable candidate, or below 2
      *>             (fourth count always zero)
      *> ---------------------------------------------------------------
       01  USAGE-RECORD.
           05  US-DEPT           PIC X(6).
           05  US-PROGRAM        PIC X(8).
           05  US-RUN-DATE       PIC X(8).
           05  US-RUN-ID         PIC X(14).
           05  US-REQ-REF        PIC X(12).
           05  US-ITEM-COUNT     PIC 9(7).
           05  US-OUTCOMES.
               10  US-OUTCOME-COUNT PIC 9(7) OCCURS 4 TIMES.
           05  US-INQ-OUTCOMES REDEFINES US-OUTCOMES.
               10  US-FOUND      PIC 9(7).
               10  US-COMPOSITE  PIC 9(7).
               10  US-OUTSIDE    PIC 9(7).
               10  US-REJECTED   PIC 9(7).
           05  US-FACT-OUTCOMES REDEFINES US-OUTCOMES.
               10  US-COMPLETE   PIC 9(7).
               10  US-PARTIAL    PIC 9(7).
               10  US-ERROR      PIC 9(7).
               10  FILLER        PIC 9(7).
