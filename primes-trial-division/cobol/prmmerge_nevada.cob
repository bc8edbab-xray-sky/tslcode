       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMMERGE.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Coverage merge.  Each range run overwrites RANGEOUT/RANGEVSM,
      *> and the canonical list only ever runs from 2, so no single
      *> dataset holds everything we have generated.  This job folds a
      *> list into the consolidated master CONSVSM (PRMVSAM layout,
      *> keyed by prime value) and registers the value span it covers
      *> on the coverage registry COVREG (PRMCOVR), so PRMINQ and
      *> PRMFACT can answer from every span held at once.
      *>
      *> PARM selects the list folded:
      *>   CANON - the canonical list, PRIMEOUT.  Its span runs from 2
      *>           to its highest prime.
      *>   RANGE - the range run's list, RANGEOUT.  Its span is the
      *>           range requested, off the latest range-run trailer
      *>           on AUDITLOG - cut back to the last prime found when
      *>           the run filled its table and stopped short.  The
      *>           list must agree with that trailer (count, run id,
      *>           last prime) or nothing is folded.
      *>
      *> Overlap check: before anything is written, the new list is
      *> proved against what is already held.  Every prime it carries
      *> inside a registered span must already be on the consolidated
      *> master, and every master key inside the new span must be on
      *> the new list.  Any disagreement means two runs differ about
      *> which numbers are prime: each one is reported and the merge is
      *> refused with RETURN-CODE 12, the master and registry untouched.
      *>
      *> Folding adds the primes not yet held.  Master records carry
      *> the provenance stamps of the run that generated each prime; a
      *> canonical prime also carries its list position, which a prime
      *> folded only from a range run cannot know (CM-FOUND-POS zero
      *> until a canonical fold covers it).  The consolidated master is
      *> kept within the 9999-key ceiling every reader's table shares -
      *> a fold that would pass it is refused, not truncated.
      *>
      *> RETURN-CODE 12 on a refused merge; 16 on a bad PARM or a
      *> dataset that will not open.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. 8080-CPU.
       OBJECT-COMPUTER. 8080-CPU.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a run folds one list or the other, never both, so the range
      *> file shares its status item with its canonical counterpart.
           SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT RANGE-OUT-FILE ASSIGN TO "RANGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONS-MASTER ASSIGN TO "CONSVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PRIME-KEY
               FILE STATUS IS WS-CONS-STATUS.
           SELECT COV-REG-FILE ASSIGN TO "COVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-SPAN-LOW
               FILE STATUS IS WS-COVREG-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-OUT-FILE.
           COPY PRMOUT.

       FD  RANGE-OUT-FILE.
           COPY PRMOUT REPLACING LEADING ==PO== BY ==RO==
               ==PRIME-OUT-RECORD== BY ==RANGE-OUT-RECORD==.

       FD  AUDIT-FILE.
           COPY PRMAUDIT.

      *> consolidated master - same layout as PRIME-MASTER, renamed
      *> CM- by the copy.
       FD  CONS-MASTER.
           COPY PRMVSAM REPLACING LEADING ==PM== BY ==CM==
               ==PRIME-MASTER-RECORD== BY ==CONSOL-MASTER-RECORD==.

       FD  COV-REG-FILE.
           COPY PRMCOVR.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS    PIC XX VALUE SPACES.
       01  WS-CONS-STATUS     PIC XX VALUE SPACES.
       01  WS-COVREG-STATUS   PIC XX VALUE SPACES.

      *> list selection off the PARM.
       01  WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01  WS-RANGE-LIST-SW  PIC X     VALUE 'N'.

       01  WS-MERGE-STAMP    PIC X(14) VALUE SPACES.

      *> the list being folded, loaded once in file (so ascending)
      *> order with each record's position and provenance stamps.
      *> Same 9999 ceiling as the NPRIMES table the list came from.
       01  WS-NEW-COUNT  PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 9999 TIMES.
               10  WS-NEW-PRIME    PIC 9(9) USAGE IS COMP.
               10  WS-NEW-POS      PIC 9(4) USAGE IS COMP.
               10  WS-NEW-DATE     PIC X(8).
               10  WS-NEW-ID       PIC X(14).
       01  WS-NX         PIC 9(4) USAGE IS COMP VALUE ZERO.

      *> the span the new list covers, and the run it came from.
       01  WS-SPAN-LOW       PIC 9(9)  VALUE ZERO.
       01  WS-SPAN-HIGH      PIC 9(9)  VALUE ZERO.
       01  WS-SOURCE-RUN-ID  PIC X(14) VALUE SPACES.
       01  WS-SPAN-TYPE      PIC X(9)  VALUE SPACES.

      *> latest range-run trailer on AUDITLOG - the range run RANGEOUT
      *> holds, since every range run rewrites it.  A range run that
      *> filled NPRIMES' WS-NUM-MAX table stopped short of its high
      *> bound, so its span ends at its last prime instead.
       01  WS-TRL-FOUND-SW   PIC X     VALUE 'N'.
       01  WS-TRL-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-TRL-FOUND      PIC 9(4)  VALUE ZERO.
       01  WS-TRL-LAST-PRIME PIC 9(9)  VALUE ZERO.
       01  WS-TRL-LOW        PIC 9(9)  VALUE ZERO.
       01  WS-TRL-HIGH       PIC 9(9)  VALUE ZERO.
       01  WS-RANGE-TABLE-MAX PIC 9(4) USAGE IS COMP VALUE 5000.

      *> spans already registered, in key (low bound) order.
       01  WS-SPAN-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY OCCURS 500 TIMES.
               10  WS-SP-LOW   PIC 9(9).
               10  WS-SP-HIGH  PIC 9(9).
       01  WS-SX         PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-IN-SPAN-SW PIC X    VALUE 'N'.
       01  WS-CONTAIN-IX PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-REG-EOF-SW PIC X    VALUE 'N'.

      *> consolidated master state and the overlap-check tallies.
       01  WS-NEW-MASTER-SW  PIC X     VALUE 'N'.
       01  WS-CONS-EOF-SW    PIC X     VALUE 'N'.
       01  WS-CONS-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-CONS-MAX       PIC 9(6)  USAGE IS COMP VALUE 9999.
       01  WS-CONFLICTS      PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-TO-ADD         PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-HELD           PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-ADDED          PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-REPOSITIONED   PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-WRITE-ERRORS   PIC 9(6)  USAGE IS COMP VALUE ZERO.

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp - the merge
      *> stamp registered with the span.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.
       01  WS-EV-COUNT-EDIT   PIC Z(5)9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.
           05  LS-PARM-DATA PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-MERGE-STAMP.
           MOVE WS-MERGE-STAMP TO WS-EV-RUN-ID.
           PERFORM A010-GET-PARM.
           PERFORM B000-LOAD-SOURCE-LIST.
           DISPLAY "PRMMERGE: FOLDING " FUNCTION TRIM (WS-SPAN-TYPE)
               " SPAN " WS-SPAN-LOW " TO " WS-SPAN-HIGH
               " FROM RUN ID " WS-SOURCE-RUN-ID " - "
               WS-NEW-COUNT " PRIMES".
           PERFORM C000-LOAD-REGISTRY.
           PERFORM D000-OPEN-CONSOL-MASTER.
           IF WS-NEW-MASTER-SW IS NOT EQUAL TO 'Y'
               PERFORM E000-CHECK-OVERLAPS
           ELSE
               MOVE WS-NEW-COUNT TO WS-TO-ADD
           END-IF.
           IF WS-CONFLICTS IS GREATER THAN ZERO
               DISPLAY "PRMMERGE: " WS-CONFLICTS
                   " CONFLICTS WITH SPANS ALREADY HELD - MERGE REFUSED"
               MOVE WS-CONFLICTS TO WS-EV-COUNT-EDIT
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0005" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " CONFLICTS WITH SPANS ALREADY HELD - MERGE REFUSED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE CONS-MASTER
               STOP RUN
           END-IF.
           IF WS-CONS-COUNT + WS-TO-ADD IS GREATER THAN WS-CONS-MAX
               DISPLAY "PRMMERGE: " WS-TO-ADD " NEW PRIMES WOULD TAKE "
                   "THE CONSOLIDATED MASTER PAST " WS-CONS-MAX
                   " KEYS - MERGE REFUSED"
               MOVE WS-TO-ADD TO WS-EV-COUNT-EDIT
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0006" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " NEW PRIMES WOULD PASS THE CONSOLIDATED MASTER'S "
                   "9999-KEY CEILING - MERGE REFUSED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE CONS-MASTER
               STOP RUN
           END-IF.
           PERFORM F000-APPLY-MERGE.
           CLOSE CONS-MASTER.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "MRG0010" TO WS-EV-MSG-NO.
           MOVE WS-ADDED TO WS-EV-COUNT-EDIT.
           STRING FUNCTION TRIM (WS-SPAN-TYPE) " SPAN " WS-SPAN-LOW
               " TO " WS-SPAN-HIGH " FOLDED - "
               FUNCTION TRIM (WS-EV-COUNT-EDIT) " PRIMES ADDED"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           PERFORM G000-REGISTER-SPAN.
           DISPLAY "PRMMERGE: " WS-ADDED " PRIMES ADDED, " WS-HELD
               " ALREADY HELD, " WS-REPOSITIONED " POSITIONS SET".
           IF WS-WRITE-ERRORS IS GREATER THAN ZERO
               DISPLAY "PRMMERGE: " WS-WRITE-ERRORS
                   " CONSOLIDATED MASTER WRITES FAILED"
               MOVE WS-WRITE-ERRORS TO WS-EV-COUNT-EDIT
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0007" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " CONSOLIDATED MASTER WRITES FAILED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> one of the two list selectors is required - folding the wrong
      *> list by default would register a span nobody asked for.
       A010-GET-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           IF LS-PARM-LEN IS GREATER THAN ZERO
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           EVALUATE FUNCTION TRIM (WS-PARM-STRING)
               WHEN "CANON"
                   MOVE 'N' TO WS-RANGE-LIST-SW
                   MOVE "CANONICAL" TO WS-SPAN-TYPE
               WHEN "RANGE"
                   MOVE 'Y' TO WS-RANGE-LIST-SW
                   MOVE "RANGE" TO WS-SPAN-TYPE
               WHEN OTHER
                   DISPLAY "PRMMERGE: PARM MUST BE 'CANON' OR 'RANGE' "
                       "- TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "MRG0001" TO WS-EV-MSG-NO
                   MOVE "PARM NOT CANON OR RANGE - TERMINATED"
                       TO WS-EV-TEXT
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       B000-LOAD-SOURCE-LIST.
           IF WS-RANGE-LIST-SW IS EQUAL TO 'Y'
               PERFORM B020-LOAD-RANGE-LIST
           ELSE
               PERFORM B010-LOAD-CANON-LIST
           END-IF.

      *> the canonical span runs from 2 to the list's highest prime; a
      *> list that does not start at 2 is not a from-2 list and cannot
      *> be registered as one.
       B010-LOAD-CANON-LIST.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMMERGE: PRIME-OUT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "MRG0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B011-READ-PRIME-OUT
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00".
           CLOSE PRIME-OUT-FILE.
           IF WS-NEW-COUNT IS EQUAL TO ZERO
               DISPLAY "PRMMERGE: PRIME-OUT-FILE IS EMPTY - NOTHING "
                   "TO FOLD"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0003" TO WS-EV-MSG-NO
               MOVE "PRIMEOUT IS EMPTY - NOTHING FOLDED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NEW-PRIME (1) IS NOT EQUAL TO 2
               DISPLAY "PRMMERGE: PRIME-OUT-FILE DOES NOT BEGIN AT 2 "
                   "- NOT A CANONICAL LIST, NOT FOLDED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0003" TO WS-EV-MSG-NO
               MOVE "PRIMEOUT DOES NOT BEGIN AT 2 - NOT FOLDED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 2 TO WS-SPAN-LOW.
           MOVE WS-NEW-PRIME (WS-NEW-COUNT) TO WS-SPAN-HIGH.
           MOVE WS-NEW-ID (WS-NEW-COUNT) TO WS-SOURCE-RUN-ID.

       B011-READ-PRIME-OUT.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   IF WS-NEW-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-NEW-COUNT
                       MOVE PO-PRIME-VALUE
                           TO WS-NEW-PRIME (WS-NEW-COUNT)
                       MOVE PO-FOUND-POS TO WS-NEW-POS (WS-NEW-COUNT)
                       MOVE PO-RUN-DATE TO WS-NEW-DATE (WS-NEW-COUNT)
                       MOVE PO-RUN-ID TO WS-NEW-ID (WS-NEW-COUNT)
                   END-IF
           END-READ.

      *> the range list is only as good as the trailer that describes
      *> it - an interrupted range run leaves no trailer, and a
      *> RANGEOUT from some other run does not match the latest one.
       B020-LOAD-RANGE-LIST.
           PERFORM B030-FIND-RANGE-TRAILER.
           IF WS-TRL-FOUND-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMMERGE: NO RANGE-RUN TRAILER ON AUDITLOG - "
                   "RANGEOUT CANNOT BE FOLDED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0003" TO WS-EV-MSG-NO
               MOVE "NO RANGE-RUN TRAILER ON AUDITLOG - NOT FOLDED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RANGE-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMMERGE: RANGE-OUT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "MRG0002" TO WS-EV-MSG-NO
               STRING "RANGEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B021-READ-RANGE-OUT
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00".
           CLOSE RANGE-OUT-FILE.
           IF WS-NEW-COUNT IS NOT EQUAL TO WS-TRL-FOUND
               OR (WS-NEW-COUNT IS GREATER THAN ZERO
                   AND (WS-NEW-ID (1) IS NOT EQUAL TO WS-TRL-RUN-ID
                       OR WS-NEW-PRIME (WS-NEW-COUNT) IS NOT EQUAL TO
                           WS-TRL-LAST-PRIME))
               DISPLAY "PRMMERGE: RANGEOUT DOES NOT MATCH THE LATEST "
                   "RANGE TRAILER (RUN ID " WS-TRL-RUN-ID ", "
                   WS-TRL-FOUND " PRIMES) - NOT FOLDED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "MRG0003" TO WS-EV-MSG-NO
               STRING "RANGEOUT DOES NOT MATCH THE LATEST RANGE "
                   "TRAILER (RUN ID " WS-TRL-RUN-ID ") - NOT FOLDED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TRL-LOW TO WS-SPAN-LOW.
           IF WS-TRL-FOUND IS NOT LESS THAN WS-RANGE-TABLE-MAX
               MOVE WS-TRL-LAST-PRIME TO WS-SPAN-HIGH
           ELSE
               MOVE WS-TRL-HIGH TO WS-SPAN-HIGH
           END-IF.
           MOVE WS-TRL-RUN-ID TO WS-SOURCE-RUN-ID.

      *> range-run positions count from the range's own low bound, not
      *> from 2 - they are not list positions and are not carried.
       B021-READ-RANGE-OUT.
           READ RANGE-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   IF WS-NEW-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-NEW-COUNT
                       MOVE RO-PRIME-VALUE
                           TO WS-NEW-PRIME (WS-NEW-COUNT)
                       MOVE ZERO TO WS-NEW-POS (WS-NEW-COUNT)
                       MOVE RO-RUN-DATE TO WS-NEW-DATE (WS-NEW-COUNT)
                       MOVE RO-RUN-ID TO WS-NEW-ID (WS-NEW-COUNT)
                   END-IF
           END-READ.

      *> keep the last trailer with range fields set - count-run
      *> trailers (range fields zero) describe the canonical list.
       B030-FIND-RANGE-TRAILER.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
               PERFORM B031-READ-AUDIT
                   UNTIL WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               CLOSE AUDIT-FILE
           END-IF.

       B031-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
               NOT AT END
                   IF AU-REC-TYPE IS EQUAL TO "TRL"
                       AND AU-RANGE-HIGH IS GREATER THAN ZERO
                       MOVE 'Y' TO WS-TRL-FOUND-SW
                       MOVE AU-RUN-ID TO WS-TRL-RUN-ID
                       MOVE AU-FOUND TO WS-TRL-FOUND
                       MOVE AU-LAST-PRIME TO WS-TRL-LAST-PRIME
                       MOVE AU-RANGE-LOW TO WS-TRL-LOW
                       MOVE AU-RANGE-HIGH TO WS-TRL-HIGH
                   END-IF
           END-READ.

      *> a registry that has never been written (status 35) holds no
      *> spans - the first fold starts it.
       C000-LOAD-REGISTRY.
           OPEN INPUT COV-REG-FILE.
           IF WS-COVREG-STATUS IS EQUAL TO "00"
               MOVE 'N' TO WS-REG-EOF-SW
               PERFORM C010-READ-REGISTRY
                   UNTIL WS-REG-EOF-SW IS EQUAL TO 'Y'
               CLOSE COV-REG-FILE
           ELSE
               IF WS-COVREG-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "PRMMERGE: COV-REG-FILE OPEN INPUT FAILED, "
                       "STATUS " WS-COVREG-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "MRG0002" TO WS-EV-MSG-NO
                   STRING "COVREG WILL NOT OPEN, STATUS "
                       WS-COVREG-STATUS " - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       C010-READ-REGISTRY.
           READ COV-REG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
               NOT AT END
                   IF WS-SPAN-COUNT IS LESS THAN 500
                       ADD 1 TO WS-SPAN-COUNT
                       MOVE CR-SPAN-LOW TO WS-SP-LOW (WS-SPAN-COUNT)
                       MOVE CR-SPAN-HIGH TO WS-SP-HIGH (WS-SPAN-COUNT)
                   END-IF
           END-READ.

      *> a master that does not exist yet is only acceptable when no
      *> span is registered either - registered spans with no master
      *> behind them mean the master has been lost, and folding into
      *> an empty one would register coverage nobody holds.
       D000-OPEN-CONSOL-MASTER.
           OPEN I-O CONS-MASTER.
           IF WS-CONS-STATUS IS EQUAL TO "35"
               IF WS-SPAN-COUNT IS GREATER THAN ZERO
                   DISPLAY "PRMMERGE: COVREG HOLDS " WS-SPAN-COUNT
                       " SPANS BUT CONSVSM DOES NOT EXIST - RESTORE "
                       "THE MASTER BEFORE FOLDING"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "MRG0004" TO WS-EV-MSG-NO
                   STRING "COVREG HOLDS SPANS BUT CONSVSM DOES NOT "
                       "EXIST - RESTORE THE MASTER BEFORE FOLDING"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-NEW-MASTER-SW
               OPEN OUTPUT CONS-MASTER
           END-IF.
           IF WS-CONS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMMERGE: CONS-MASTER WILL NOT OPEN, STATUS "
                   WS-CONS-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "MRG0002" TO WS-EV-MSG-NO
               STRING "CONSVSM WILL NOT OPEN, STATUS " WS-CONS-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> both directions of the overlap: new primes against the master
      *> inside registered spans, then master keys against the new list
      *> inside the new span.
       E000-CHECK-OVERLAPS.
           PERFORM E010-CHECK-NEW-PRIME
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX IS GREATER THAN WS-NEW-COUNT.
           MOVE 1 TO WS-NX.
           MOVE 'N' TO WS-CONS-EOF-SW.
           MOVE ZERO TO CM-PRIME-KEY.
           START CONS-MASTER KEY IS NOT LESS THAN CM-PRIME-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CONS-EOF-SW
           END-START.
           PERFORM E020-SWEEP-MASTER
               UNTIL WS-CONS-EOF-SW IS EQUAL TO 'Y'.

      *> a new prime already on the master is simply held; one missing
      *> from the master is new - unless a registered span claims to
      *> hold every prime there, in which case the two runs disagree.
       E010-CHECK-NEW-PRIME.
           MOVE WS-NEW-PRIME (WS-NX) TO CM-PRIME-KEY.
           READ CONS-MASTER
               INVALID KEY
                   PERFORM E015-CHECK-IN-SPAN
                   IF WS-IN-SPAN-SW IS EQUAL TO 'Y'
                       ADD 1 TO WS-CONFLICTS
                       DISPLAY "PRMMERGE: CONFLICT - "
                           WS-NEW-PRIME (WS-NX)
                           " IS PRIME ON THE NEW LIST BUT NOT ON THE "
                           "MASTER'S SPAN " WS-SP-LOW (WS-SX) " TO "
                           WS-SP-HIGH (WS-SX)
                   ELSE
                       ADD 1 TO WS-TO-ADD
                   END-IF
           END-READ.

       E015-CHECK-IN-SPAN.
           MOVE 'N' TO WS-IN-SPAN-SW.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SPAN-COUNT
                   OR WS-IN-SPAN-SW IS EQUAL TO 'Y'
               IF WS-NEW-PRIME (WS-NX) IS NOT LESS THAN
                       WS-SP-LOW (WS-SX)
                   AND WS-NEW-PRIME (WS-NX) IS NOT GREATER THAN
                       WS-SP-HIGH (WS-SX)
                   MOVE 'Y' TO WS-IN-SPAN-SW
               END-IF
           END-PERFORM.
           IF WS-IN-SPAN-SW IS EQUAL TO 'Y'
               SUBTRACT 1 FROM WS-SX
           END-IF.

      *> every key is counted toward the master's ceiling; keys inside
      *> the new span are walked against the ascending new list with
      *> one advancing pointer.
       E020-SWEEP-MASTER.
           READ CONS-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CONS-COUNT
                   IF CM-PRIME-KEY IS NOT LESS THAN WS-SPAN-LOW
                       AND CM-PRIME-KEY IS NOT GREATER THAN
                           WS-SPAN-HIGH
                       PERFORM E030-MATCH-MASTER-KEY
                   END-IF
           END-READ.

       E030-MATCH-MASTER-KEY.
           PERFORM UNTIL WS-NX IS GREATER THAN WS-NEW-COUNT
               OR WS-NEW-PRIME (WS-NX) IS NOT LESS THAN CM-PRIME-KEY
               ADD 1 TO WS-NX
           END-PERFORM.
           IF WS-NX IS GREATER THAN WS-NEW-COUNT
               OR WS-NEW-PRIME (WS-NX) IS NOT EQUAL TO CM-PRIME-KEY
               ADD 1 TO WS-CONFLICTS
               DISPLAY "PRMMERGE: CONFLICT - " CM-PRIME-KEY
                   " IS PRIME ON THE MASTER (RUN ID " CM-RUN-ID
                   ") BUT NOT ON THE NEW LIST"
           END-IF.

      *> the fold itself - every conflict check has already passed.
       F000-APPLY-MERGE.
           PERFORM F010-APPLY-ONE-PRIME
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX IS GREATER THAN WS-NEW-COUNT.

      *> a prime already held keeps its record, except that a canonical
      *> fold supplies the list position a range fold could not.
       F010-APPLY-ONE-PRIME.
           IF WS-NEW-MASTER-SW IS EQUAL TO 'Y'
               PERFORM F020-ADD-PRIME
           ELSE
               MOVE WS-NEW-PRIME (WS-NX) TO CM-PRIME-KEY
               READ CONS-MASTER
                   INVALID KEY
                       PERFORM F020-ADD-PRIME
                   NOT INVALID KEY
                       ADD 1 TO WS-HELD
                       IF WS-RANGE-LIST-SW IS NOT EQUAL TO 'Y'
                           AND CM-FOUND-POS IS NOT EQUAL TO
                               WS-NEW-POS (WS-NX)
                           PERFORM F030-SET-POSITION
                       END-IF
               END-READ
           END-IF.

       F020-ADD-PRIME.
           MOVE WS-NEW-PRIME (WS-NX) TO CM-PRIME-KEY.
           MOVE WS-NEW-POS (WS-NX) TO CM-FOUND-POS.
           MOVE WS-NEW-DATE (WS-NX) TO CM-RUN-DATE.
           MOVE WS-NEW-ID (WS-NX) TO CM-RUN-ID.
           WRITE CONSOL-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "PRMMERGE: DUPLICATE KEY ON MASTER WRITE "
                       CM-PRIME-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED
           END-WRITE.

       F030-SET-POSITION.
           MOVE WS-NEW-POS (WS-NX) TO CM-FOUND-POS.
           MOVE WS-NEW-DATE (WS-NX) TO CM-RUN-DATE.
           MOVE WS-NEW-ID (WS-NX) TO CM-RUN-ID.
           REWRITE CONSOL-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "PRMMERGE: MASTER REWRITE FAILED FOR KEY "
                       CM-PRIME-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-REPOSITIONED
           END-REWRITE.

      *> register the span: nothing to do when a span already held
      *> contains it; a longer span from the same low bound replaces
      *> the shorter entry; anything else is a new entry.
       G000-REGISTER-SPAN.
           MOVE ZERO TO WS-CONTAIN-IX.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SPAN-COUNT
                   OR WS-CONTAIN-IX IS GREATER THAN ZERO
               IF WS-SP-LOW (WS-SX) IS NOT GREATER THAN WS-SPAN-LOW
                   AND WS-SP-HIGH (WS-SX) IS NOT LESS THAN
                       WS-SPAN-HIGH
                   MOVE WS-SX TO WS-CONTAIN-IX
               END-IF
           END-PERFORM.
           IF WS-CONTAIN-IX IS GREATER THAN ZERO
               DISPLAY "PRMMERGE: SPAN LIES WHOLLY INSIDE REGISTERED "
                   "SPAN " WS-SP-LOW (WS-CONTAIN-IX) " TO "
                   WS-SP-HIGH (WS-CONTAIN-IX) " - REGISTRY UNCHANGED"
           ELSE
               PERFORM G010-WRITE-SPAN
           END-IF.

       G010-WRITE-SPAN.
           OPEN I-O COV-REG-FILE.
           IF WS-COVREG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT COV-REG-FILE
           END-IF.
           IF WS-COVREG-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMMERGE: COV-REG-FILE WILL NOT OPEN, STATUS "
                   WS-COVREG-STATUS " - SPAN NOT REGISTERED"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "MRG0008" TO WS-EV-MSG-NO
               STRING "COVREG WILL NOT OPEN, STATUS " WS-COVREG-STATUS
                   " - SPAN FOLDED BUT NOT REGISTERED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-SPAN-LOW TO CR-SPAN-LOW
               MOVE WS-SPAN-HIGH TO CR-SPAN-HIGH
               MOVE WS-SOURCE-RUN-ID TO CR-SOURCE-RUN-ID
               MOVE WS-SPAN-TYPE TO CR-SPAN-TYPE
               MOVE WS-NEW-COUNT TO CR-PRIME-COUNT
               MOVE WS-MERGE-STAMP TO CR-MERGE-STAMP
               WRITE COVERAGE-RECORD
                   INVALID KEY
                       REWRITE COVERAGE-RECORD
                       END-REWRITE
               END-WRITE
               IF WS-COVREG-STATUS IS EQUAL TO "00"
                   DISPLAY "PRMMERGE: SPAN " WS-SPAN-LOW " TO "
                       WS-SPAN-HIGH " REGISTERED"
               ELSE
                   DISPLAY "PRMMERGE: SPAN REGISTRATION FAILED, "
                       "STATUS " WS-COVREG-STATUS
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "MRG0008" TO WS-EV-MSG-NO
                   STRING "SPAN REGISTRATION FAILED, STATUS "
                       WS-COVREG-STATUS " - SPAN FOLDED BUT NOT "
                       "REGISTERED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE COV-REG-FILE
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   MRG0001 S  PARM not CANON or RANGE
      *>   MRG0002 S  PRIMEOUT, RANGEOUT, COVREG or CONSVSM will not
      *>              open
      *>   MRG0003 E  list not folded - empty, not from 2, or no
      *>              matching range-run trailer
      *>   MRG0004 E  spans registered but CONSVSM does not exist
      *>   MRG0005 E  merge refused - conflicts with spans held
      *>   MRG0006 E  merge refused - would pass the 9999-key ceiling
      *>   MRG0007 E  consolidated master writes failed
      *>   MRG0008 S  span folded but not registered on COVREG
      *>   MRG0010 I  list folded
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMMERGE" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMMERGE: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
