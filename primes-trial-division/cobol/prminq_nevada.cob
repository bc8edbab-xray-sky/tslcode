      *> overnight and comes back as a file.  With no INQIN allocated
      *> the program behaves exactly as before.
      *>
      *> INQIN cards carry the requesting department and its request
      *> reference beside the number (PRMBREQ); both are copied onto
      *> every INQOUT record.  Each batch - a run of consecutive cards
      *> under one department and reference - appends one USAGELOG
      *> record (PRMUSAGE) with its found, composite, outside-coverage
      *> and rejected counts, which PRMCHGBK charges back monthly.  A
      *> USAGELOG that will not open is warned about and the inquiries
      *> still run.
      *>
      *> Answers are coverage-aware: a number the list does not carry
      *> is only called composite when it lies within the span of
      *> primes the list actually covers; outside that span the answer
      *> range-run dataset space (RANGEVSM, falling back to RANGEOUT)
      *> instead of the canonical from-2 list.  No PARM reads the
      *> canonical list as always.
      *>
      *> A PARM of "CONSOL" answers from the consolidated master
      *> (CONSVSM, built by PRMMERGE) and its coverage registry
      *> (COVREG).  Coverage there is not one contiguous list but the
      *> registered spans, joined wherever they overlap or abut: a
      *> number is covered only inside a joined span, and a nearest
      *> neighbor is only returned when it lies in the same joined span
      *> as the inquiry - across a gap nobody has generated, a nearer
      *> prime may exist that the master has never seen.  A prime that
      *> came only from a range span has no known list position
      *> (position zero).  There is no list-file fallback in this mode;
      *> a consolidated master that will not open ends the job.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RANGE-OUT-FILE ASSIGN TO "RANGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT CONS-MASTER ASSIGN TO "CONSVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COV-REG-FILE ASSIGN TO "COVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-SPAN-LOW
               FILE STATUS IS WS-COVREG-STATUS.
           SELECT INQ-IN-FILE ASSIGN TO "INQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQIN-STATUS.
           SELECT INQ-OUT-FILE ASSIGN TO "INQOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQOUT-STATUS.
           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PRMOUT REPLACING LEADING ==PO== BY ==RO==
               ==PRIME-OUT-RECORD== BY ==RANGE-OUT-RECORD==.

       FD  CONS-MASTER.
           COPY PRMVSAM REPLACING LEADING ==PM== BY ==CM==
               ==PRIME-MASTER-RECORD== BY ==CONSOL-MASTER-RECORD==.

       FD  COV-REG-FILE.
           COPY PRMCOVR.

       FD  INQ-IN-FILE.
           COPY PRMBREQ REPLACING LEADING ==BR== BY ==IQ==
               ==BATCH-REQUEST-RECORD== BY ==INQ-IN-RECORD==.

      *> one result per inquiry - the number asked about, the answer
      *> flag, the position from the master when found, and the
      *>                                       coverage proves it
      *>   B - outside the coverage of     E - unreadable input
      *>       the generated list              record
      *> followed by the department and request reference off the
      *> INQIN card.
       FD  INQ-OUT-FILE.
       01  INQ-OUT-RECORD.
           05  IO-NUMBER     PIC 9(9).
           05  IO-NEAR-BELOW PIC 9(9).
           05  FILLER        PIC X.
           05  IO-NEAR-ABOVE PIC 9(9).
           05  FILLER        PIC X.
           05  IO-DEPT       PIC X(6).
           05  FILLER        PIC X.
           05  IO-REQ-REF    PIC X(12).

       FD  USAGE-LOG-FILE.
           COPY PRMUSAGE.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-SENTINEL-NUM  PIC 9(9) VALUE ZERO.
       01  WS-INQOUT-STATUS PIC XX VALUE SPACES.
       01  WS-BATCH-SW      PIC X  VALUE 'N'.
       01  WS-INQUIRIES     PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-INQ-EDIT      PIC Z(5)9.

      *> usage accounting - the batch in hand and its counts, one per
      *> INQOUT flag (Y, N, B, E in that order), written to USAGELOG
      *> when the department or reference changes and at end of input.
      *> A blank department is charged to NODEPT.
       01  WS-USAGE-STATUS   PIC XX    VALUE SPACES.
       01  WS-USAGE-OPEN-SW  PIC X     VALUE 'N'.
       01  WS-CARD-DEPT      PIC X(6)  VALUE SPACES.
       01  WS-CARD-REQ-REF   PIC X(12) VALUE SPACES.
       01  WS-BATCH-DEPT     PIC X(6)  VALUE SPACES.
       01  WS-BATCH-REQ-REF  PIC X(12) VALUE SPACES.
       01  WS-BATCH-ITEMS    PIC 9(7)  USAGE IS COMP VALUE ZERO.
       01  WS-BATCH-OUTCOMES USAGE IS COMP.
           05  WS-BATCH-OUTCOME PIC 9(7) OCCURS 4 TIMES.
       01  WS-OX             PIC 9     VALUE ZERO.
       01  WS-USAGE-RECORDS  PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-USAGE-EDIT     PIC Z(3)9.

      *> same delimiter-driven token handling as the NPRIMES PARM
      *> parse - an unpadded "97" reads the same as "000097".
      *> dataset space instead of the canonical list.
       01  WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01  WS-RANGE-LIST-SW  PIC X     VALUE 'N'.
       01  WS-CONSOL-LIST-SW PIC X     VALUE 'N'.

      *> consolidated mode's coverage - the registered spans in low
      *> bound order, joined in place wherever they overlap or abut.
      *> A span from 2 is taken down to 0, as a list from 2 covers 0
      *> and 1 (not prime by definition).  WS-IN-SPAN is the joined
      *> span holding the current inquiry.
       01  WS-COVREG-STATUS  PIC XX VALUE SPACES.
       01  WS-REG-EOF-SW     PIC X  VALUE 'N'.
       01  WS-SPAN-COUNT     PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY OCCURS 500 TIMES.
               10  WS-SP-LOW   PIC 9(9).
               10  WS-SP-HIGH  PIC 9(9).
       01  WS-SX             PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-JX             PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-IN-SPAN        PIC 9(4) USAGE IS COMP VALUE ZERO.

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A003-GET-PARM.
           PERFORM A005-CHECK-BATCH-MODE.
           PERFORM A010-OPEN-FILES.
           IF WS-BATCH-SW IS EQUAL TO 'Y'
               PERFORM A015-CHECK-LOOKUP-SOURCE
               PERFORM B300-OPEN-USAGE-LOG
               PERFORM B100-BATCH-INQUIRE
                   UNTIL WS-INQIN-STATUS IS NOT EQUAL TO "00"
               IF WS-BATCH-ITEMS IS GREATER THAN ZERO
                   PERFORM B310-WRITE-USAGE
               END-IF
               CLOSE INQ-IN-FILE INQ-OUT-FILE
               IF WS-USAGE-OPEN-SW IS EQUAL TO 'Y'
                   CLOSE USAGE-LOG-FILE
               END-IF
               DISPLAY "PRMINQ: " WS-INQUIRIES
                   " BATCH INQUIRIES PROCESSED, " WS-USAGE-RECORDS
                   " USAGE RECORDS WRITTEN"
               MOVE WS-INQUIRIES TO WS-INQ-EDIT
               MOVE WS-USAGE-RECORDS TO WS-USAGE-EDIT
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "INQ0010" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-INQ-EDIT)
                   " BATCH INQUIRIES PROCESSED, "
                   FUNCTION TRIM (WS-USAGE-EDIT)
                   " USAGE RECORDS WRITTEN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           ELSE
               PERFORM B000-INQUIRE-LOOP
                   UNTIL WS-CONTINUE-SW IS NOT EQUAL TO 'Y'
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           IF WS-PARM-STRING IS NOT EQUAL TO SPACES
               EVALUATE FUNCTION TRIM (WS-PARM-STRING)
                   WHEN "RANGE"
                       MOVE 'Y' TO WS-RANGE-LIST-SW
                   WHEN "CONSOL"
                       MOVE 'Y' TO WS-CONSOL-LIST-SW
                   WHEN OTHER
                       DISPLAY "PRMINQ: PARM MUST BE EMPTY, 'RANGE' "
                           "OR 'CONSOL' - TERMINATING"
                       MOVE "S" TO WS-EV-SEVERITY
                       MOVE "INQ0001" TO WS-EV-MSG-NO
                       STRING "PARM " WS-PARM-STRING
                           " NOT RECOGNISED - TERMINATED"
                           DELIMITED BY SIZE INTO WS-EV-TEXT
                       END-STRING
                       PERFORM Z900-LOG-EVENT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       A005-CHECK-BATCH-MODE.
               IF WS-INQOUT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "PRMINQ: INQ-OUT-FILE OPEN OUTPUT FAILED, "
                       "STATUS " WS-INQOUT-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "INQ0002" TO WS-EV-MSG-NO
                   STRING "INQOUT WILL NOT OPEN, STATUS "
                       WS-INQOUT-STATUS " - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   CLOSE INQ-IN-FILE
                   STOP RUN
           END-IF.

       A010-OPEN-FILES.
           EVALUATE TRUE
               WHEN WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                   OPEN INPUT CONS-MASTER
               WHEN WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                   OPEN INPUT RANGE-MASTER
               WHEN OTHER
                   OPEN INPUT PRIME-MASTER
           END-EVALUATE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE 'N' TO WS-MASTER-OPEN-SW
               IF WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                   DISPLAY "PRMINQ: CONS-MASTER OPEN INPUT FAILED, "
                       "STATUS " WS-MASTER-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "INQ0003" TO WS-EV-MSG-NO
                   STRING "CONSVSM WILL NOT OPEN, STATUS "
                       WS-MASTER-STATUS " - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   IF WS-BATCH-SW IS EQUAL TO 'Y'
                       CLOSE INQ-IN-FILE INQ-OUT-FILE
                   END-IF
                   STOP RUN
               END-IF
           ELSE
               PERFORM A012-LOAD-KEY-TABLE
           END-IF.
      *> walk uses only START NOT LESS THAN and READ NEXT - the two
      *> forms every dialect agrees on.
       A012-LOAD-KEY-TABLE.
           EVALUATE TRUE
               WHEN WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                   PERFORM A016-LOAD-CONSOL-KEYS
                   PERFORM A017-LOAD-SPANS
               WHEN WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                   PERFORM A014-LOAD-RANGE-KEYS
               WHEN OTHER
                   PERFORM A013-LOAD-MASTER-KEYS
           END-EVALUATE.
           IF WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
               IF WS-SPAN-COUNT IS GREATER THAN ZERO
                   MOVE WS-SP-LOW (1) TO WS-FLOOR
                   MOVE WS-SP-HIGH (WS-SPAN-COUNT) TO WS-COVERAGE
                   MOVE 'Y' TO WS-COVER-KNOWN-SW
               END-IF
           ELSE
               IF WS-KEY-COUNT IS GREATER THAN ZERO
                   MOVE WS-KEY (1) TO WS-FLOOR
                   MOVE WS-KEY (WS-KEY-COUNT) TO WS-COVERAGE
                   MOVE 'Y' TO WS-COVER-KNOWN-SW
               END-IF
           END-IF.

       A013-LOAD-MASTER-KEYS.
           END-PERFORM.
           MOVE "00" TO WS-MASTER-STATUS.

      *> PRMMERGE keeps the consolidated master within the table's
      *> 9999 keys, so the walk always sees every key.
       A016-LOAD-CONSOL-KEYS.
           MOVE ZERO TO CM-PRIME-KEY.
           START CONS-MASTER KEY IS NOT LESS THAN CM-PRIME-KEY
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS IS NOT EQUAL TO "00"
               READ CONS-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-KEY-COUNT IS LESS THAN 9999
                           ADD 1 TO WS-KEY-COUNT
                           MOVE CM-PRIME-KEY TO WS-KEY (WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-MASTER-STATUS.

      *> no registry means no span is held - every answer is then
      *> outside coverage, which is the truth.
       A017-LOAD-SPANS.
           OPEN INPUT COV-REG-FILE.
           IF WS-COVREG-STATUS IS EQUAL TO "00"
               PERFORM A018-READ-SPAN
                   UNTIL WS-REG-EOF-SW IS EQUAL TO 'Y'
               CLOSE COV-REG-FILE
           ELSE
               DISPLAY "PRMINQ: COV-REG-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-COVREG-STATUS
                   " - NO REGISTERED COVERAGE"
           END-IF.

      *> registry records arrive in low-bound order, so each either
      *> joins the last joined span (starts inside it or right after
      *> it) or opens a new one.
       A018-READ-SPAN.
           READ COV-REG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
               NOT AT END
                   IF CR-SPAN-LOW IS NOT GREATER THAN 2
                       MOVE ZERO TO CR-SPAN-LOW
                   END-IF
                   IF WS-SPAN-COUNT IS GREATER THAN ZERO
                       AND CR-SPAN-LOW IS NOT GREATER THAN
                           WS-SP-HIGH (WS-SPAN-COUNT) + 1
                       IF CR-SPAN-HIGH IS GREATER THAN
                           WS-SP-HIGH (WS-SPAN-COUNT)
                           MOVE CR-SPAN-HIGH
                               TO WS-SP-HIGH (WS-SPAN-COUNT)
                       END-IF
                   ELSE
                       IF WS-SPAN-COUNT IS LESS THAN 500
                           ADD 1 TO WS-SPAN-COUNT
                           MOVE CR-SPAN-LOW TO WS-SP-LOW (WS-SPAN-COUNT)
                           MOVE CR-SPAN-HIGH
                               TO WS-SP-HIGH (WS-SPAN-COUNT)
                       END-IF
                   END-IF
           END-READ.

       A020-CLOSE-FILES.
           IF WS-MASTER-OPEN-SW IS EQUAL TO 'Y'
               EVALUATE TRUE
                   WHEN WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                       CLOSE CONS-MASTER
                   WHEN WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                       CLOSE RANGE-MASTER
                   WHEN OTHER
                       CLOSE PRIME-MASTER
               END-EVALUATE
           END-IF.

      *> batch mode runs with nobody watching the console - if the
                   DISPLAY "PRMINQ: NEITHER THE MASTER NOR THE LIST "
                       "FILE WILL OPEN - NO LOOKUP SOURCE "
                       "FOR BATCH INQUIRIES - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "INQ0004" TO WS-EV-MSG-NO
                   STRING "NEITHER THE MASTER NOR THE LIST FILE "
                       "WILL OPEN - NO LOOKUP SOURCE - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   CLOSE INQ-IN-FILE INQ-OUT-FILE
                   STOP RUN
      *> each input record gets exactly the lookup the console loop
      *> would have done, and exactly one result record either way.
       B110-BATCH-ONE-INQUIRY.
           PERFORM B120-CHECK-BATCH-BREAK.
           MOVE SPACES TO WS-INQ-TOKEN.
           UNSTRING IQ-NUMBER DELIMITED BY ALL SPACE
               INTO WS-INQ-TOKEN
           END-UNSTRING.
           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (WS-INQ-TOKEN)).
           MOVE SPACES TO INQ-OUT-RECORD.
           MOVE WS-CARD-DEPT TO IO-DEPT.
           MOVE WS-CARD-REQ-REF TO IO-REQ-REF.
           IF WS-TOKEN-LEN IS GREATER THAN ZERO
               AND WS-TOKEN-LEN IS NOT GREATER THAN 9
               AND WS-INQ-TOKEN (1 : WS-TOKEN-LEN) IS NUMERIC
               MOVE ZERO TO IO-NEAR-ABOVE
           END-IF.
           WRITE INQ-OUT-RECORD.
           EVALUATE IO-FOUND-FLAG
               WHEN 'Y'
                   MOVE 1 TO WS-OX
               WHEN 'N'
                   MOVE 2 TO WS-OX
               WHEN 'B'
                   MOVE 3 TO WS-OX
               WHEN OTHER
                   MOVE 4 TO WS-OX
           END-EVALUATE.
           ADD 1 TO WS-BATCH-OUTCOME (WS-OX).
           ADD 1 TO WS-BATCH-ITEMS.

      *> a card under a different department or reference from the
      *> one before it closes the batch in hand.
       B120-CHECK-BATCH-BREAK.
           MOVE IQ-DEPT TO WS-CARD-DEPT.
           IF WS-CARD-DEPT IS EQUAL TO SPACES
               MOVE "NODEPT" TO WS-CARD-DEPT
           END-IF.
           MOVE IQ-REQ-REF TO WS-CARD-REQ-REF.
           IF WS-BATCH-ITEMS IS GREATER THAN ZERO
               AND (WS-CARD-DEPT IS NOT EQUAL TO WS-BATCH-DEPT
                   OR WS-CARD-REQ-REF IS NOT EQUAL TO WS-BATCH-REQ-REF)
               PERFORM B310-WRITE-USAGE
           END-IF.
           MOVE WS-CARD-DEPT TO WS-BATCH-DEPT.
           MOVE WS-CARD-REQ-REF TO WS-BATCH-REQ-REF.

      *> OPEN EXTEND fails with status 35 the first time any program
      *> records usage - fall back to OUTPUT.  Usage that cannot be
      *> recorded is warned about but never stops the inquiries.
       B300-OPEN-USAGE-LOG.
           PERFORM B320-RESET-BATCH-COUNTS.
           OPEN EXTEND USAGE-LOG-FILE.
           IF WS-USAGE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT USAGE-LOG-FILE
           END-IF.
           IF WS-USAGE-STATUS IS EQUAL TO "00"
               MOVE 'Y' TO WS-USAGE-OPEN-SW
           ELSE
               DISPLAY "PRMINQ: USAGE-LOG-FILE OPEN EXTEND FAILED, "
                   "STATUS " WS-USAGE-STATUS " - USAGE NOT RECORDED"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "INQ0005" TO WS-EV-MSG-NO
               STRING "USAGELOG WILL NOT OPEN, STATUS "
                   WS-USAGE-STATUS " - BATCH USAGE NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> one usage record for the batch in hand, then start the counts
      *> again for the next.
       B310-WRITE-USAGE.
           IF WS-USAGE-OPEN-SW IS EQUAL TO 'Y'
               MOVE WS-BATCH-DEPT TO US-DEPT
               MOVE "PRMINQ  " TO US-PROGRAM
               MOVE WS-EV-RUN-ID (1 : 8) TO US-RUN-DATE
               MOVE WS-EV-RUN-ID TO US-RUN-ID
               MOVE WS-BATCH-REQ-REF TO US-REQ-REF
               MOVE WS-BATCH-ITEMS TO US-ITEM-COUNT
               PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX IS GREATER THAN 4
                   MOVE WS-BATCH-OUTCOME (WS-OX)
                       TO US-OUTCOME-COUNT (WS-OX)
               END-PERFORM
               WRITE USAGE-RECORD
               ADD 1 TO WS-USAGE-RECORDS
           END-IF.
           PERFORM B320-RESET-BATCH-COUNTS.

       B320-RESET-BATCH-COUNTS.
           MOVE ZERO TO WS-BATCH-ITEMS.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX IS GREATER THAN 4
               MOVE ZERO TO WS-BATCH-OUTCOME (WS-OX)
           END-PERFORM.

      *> the master is keyed by the prime value itself, so this is a
      *> single random READ - no scanning needed.
       C000-LOOKUP-MASTER.
           EVALUATE TRUE
               WHEN WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                   PERFORM C006-LOOKUP-CONSOL-MASTER
               WHEN WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                   PERFORM C005-LOOKUP-RANGE-MASTER
               WHEN OTHER
                   MOVE WS-INQUIRY-NUM TO PM-PRIME-KEY
                   READ PRIME-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-FOUND-SW
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE PM-FOUND-POS TO WS-FOUND-POS
                   END-READ
           END-EVALUATE.

       C005-LOOKUP-RANGE-MASTER.
           MOVE WS-INQUIRY-NUM TO RM-PRIME-KEY.
                   MOVE RM-FOUND-POS TO WS-FOUND-POS
           END-READ.

       C006-LOOKUP-CONSOL-MASTER.
           MOVE WS-INQUIRY-NUM TO CM-PRIME-KEY.
           READ CONS-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE CM-FOUND-POS TO WS-FOUND-POS
           END-READ.

      *> Fallback when the master could not be opened - read the list
      *> file (the same dataset the master is maintained from)
      *> straight through.  The scan runs to end of file so one pass
      *> picked up on the way are withdrawn with it.
       C020-ASSESS-COVERAGE.
           MOVE 'N' TO WS-BEYOND-SW.
           IF WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
               PERFORM C025-ASSESS-SPANS
           ELSE
               PERFORM C021-ASSESS-LIST
           END-IF.
           IF WS-BEYOND-SW IS EQUAL TO 'Y'
               MOVE ZERO TO WS-NEAR-BELOW
               MOVE ZERO TO WS-NEAR-ABOVE
           END-IF.

       C021-ASSESS-LIST.
           IF WS-COVER-KNOWN-SW IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO WS-BEYOND-SW
           ELSE
                   END-IF
               END-IF
           END-IF.

      *> consolidated coverage - the inquiry must fall inside a joined
      *> span, and neighbors outside that span are withdrawn: the gap
      *> beyond it has never been generated.
       C025-ASSESS-SPANS.
           MOVE ZERO TO WS-IN-SPAN.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SPAN-COUNT
                   OR WS-IN-SPAN IS GREATER THAN ZERO
               IF WS-INQUIRY-NUM IS NOT LESS THAN WS-SP-LOW (WS-SX)
                   AND WS-INQUIRY-NUM IS NOT GREATER THAN
                       WS-SP-HIGH (WS-SX)
                   MOVE WS-SX TO WS-IN-SPAN
               END-IF
           END-PERFORM.
           IF WS-IN-SPAN IS EQUAL TO ZERO
               MOVE 'Y' TO WS-BEYOND-SW
           ELSE
               PERFORM C030-FIND-NEIGHBORS
               IF WS-NEAR-BELOW IS LESS THAN WS-SP-LOW (WS-IN-SPAN)
                   MOVE ZERO TO WS-NEAR-BELOW
               END-IF
               IF WS-NEAR-ABOVE IS GREATER THAN
                   WS-SP-HIGH (WS-IN-SPAN)
                   MOVE ZERO TO WS-NEAR-ABOVE
               END-IF
           END-IF.

      *> nearest neighbors off the key table - it ascends, so the

       B010-DISPLAY-RESULT.
           IF WS-FOUND-SW IS EQUAL TO 'Y'
               IF WS-FOUND-POS IS EQUAL TO ZERO
                   DISPLAY "PRMINQ: " WS-INQUIRY-NUM
                       " IS PRIME - FROM A RANGE SPAN, LIST POSITION "
                       "NOT KNOWN"
               ELSE
                   DISPLAY "PRMINQ: " WS-INQUIRY-NUM
                       " IS PRIME NUMBER " WS-FOUND-POS " IN THE LIST"
               END-IF
               PERFORM B020-DISPLAY-NEIGHBORS
           ELSE
               IF WS-BEYOND-SW IS EQUAL TO 'Y'
                   IF WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                       DISPLAY "PRMINQ: " WS-INQUIRY-NUM
                           " IS OUTSIDE EVERY REGISTERED SPAN OF THE "
                           "CONSOLIDATED MASTER"
                   ELSE
                       DISPLAY "PRMINQ: " WS-INQUIRY-NUM
                           " IS OUTSIDE THE COVERAGE OF THE GENERATED "
                           "LIST (COVERS " WS-FLOOR " TO " WS-COVERAGE
                           ")"
                   END-IF
               ELSE
                   DISPLAY "PRMINQ: " WS-INQUIRY-NUM
                       " IS COMPOSITE - WITHIN THE LIST'S COVERAGE"
       B020-DISPLAY-NEIGHBORS.
           DISPLAY "PRMINQ: NEAREST PRIMES " WS-NEAR-BELOW
               " BELOW, " WS-NEAR-ABOVE " ABOVE (ZERO = NONE)".

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   INQ0001 S  PARM not recognised
      *>   INQ0002 S  INQOUT will not open
      *>   INQ0003 S  CONSVSM will not open
      *>   INQ0004 S  no lookup source for batch inquiries
      *>   INQ0005 W  USAGELOG will not open - usage not recorded
      *>   INQ0010 I  batch inquiries processed
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMINQ  " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMINQ: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
