      *> sum of divisors, computed here so the research group's jobs
      *> read a layout instead of re-deriving them from the text.
      *>
      *> FACTIN cards carry the requesting department and its request
      *> reference beside the candidate (PRMBREQ); both are copied onto
      *> every FACTRECF record.  Each batch - a run of consecutive
      *> cards under one department and reference - appends one
      *> USAGELOG record (PRMUSAGE) with its COMPLETE, PARTIAL and
      *> ERROR counts, which PRMCHGBK charges back monthly.  A USAGELOG
      *> that will not open is warned about and the candidates are
      *> still factored.
      *>
      *> The master is read once, front to back, into a table; each
      *> candidate is then factored in storage.  If the master will not
      *> open, the table is loaded from PRIME-OUT-FILE instead - the
      *> check below still applies either way - a list without the
      *> small divisors cannot drive factorization, whichever dataset
      *> it came from.
      *>
      *> A PARM of "CONSOL" factors against the consolidated master
      *> (CONSVSM, built by PRMMERGE).  Its coverage registry (COVREG)
      *> says which value spans the master holds completely; the
      *> divisor table is loaded from the joined span that starts at
      *> 2, and only that far - primes from range spans beyond a gap
      *> are not a divisor list.  Those primes still count for the
      *> residual: a leftover residual above the divisor table that
      *> the master carries as a key is a prime factor, so a candidate
      *> with one large prime factor inside a registered range span
      *> goes out COMPLETE.  No span from 2 means no divisor list, and
      *> the run is refused as the begin-at-2 check refuses a range
      *> list.
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
           SELECT FACT-IN-FILE ASSIGN TO "FACTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTIN-STATUS.
           SELECT FACT-REC-FILE ASSIGN TO "FACTRECF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTREC-STATUS.
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

       FD  FACT-IN-FILE.
           COPY PRMBREQ REPLACING LEADING ==BR== BY ==FQ==
               ==BATCH-REQUEST-RECORD== BY ==FACT-IN-RECORD==.

       FD  FACT-OUT-FILE.
       01  FACT-OUT-RECORD PIC X(100).
       FD  FACT-REC-FILE.
           COPY PRMFACTR.

       FD  USAGE-LOG-FILE.
           COPY PRMUSAGE.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
      *> list.
       01  WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01  WS-RANGE-LIST-SW  PIC X     VALUE 'N'.
       01  WS-CONSOL-LIST-SW PIC X     VALUE 'N'.

      *> consolidated mode - the registered spans joined in low-bound
      *> order (a span from 2 taken down to 0), and the consolidated
      *> master held open for residual lookups once the divisor table
      *> is loaded.
       01  WS-COVREG-STATUS  PIC XX VALUE SPACES.
       01  WS-REG-EOF-SW     PIC X  VALUE 'N'.
       01  WS-CONS-OPEN-SW   PIC X  VALUE 'N'.
       01  WS-SPAN-COUNT     PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY OCCURS 500 TIMES.
               10  WS-SP-LOW   PIC 9(9).
               10  WS-SP-HIGH  PIC 9(9).

      *> output assembly - factors render as "PRIME" or "PRIME**EXP",
      *> joined with " X ".
       01  WS-NT-E        PIC 9(2)  USAGE IS COMP VALUE ZERO.
       01  WS-REC-STATUS  PIC X(8)  VALUE SPACES.

      *> usage accounting - the batch in hand and its counts, one per
      *> disposition (COMPLETE, PARTIAL, ERROR in that order; the
      *> fourth usage count stays zero), written to USAGELOG when the
      *> department or reference changes and at end of input.  A blank
      *> department is charged to NODEPT.
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
           05  LS-PARM-LEN  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A005-GET-PARM.
           PERFORM A010-OPEN-FILES.
           PERFORM A020-LOAD-PRIME-TABLE.
           IF WS-PRIME-COUNT IS EQUAL TO ZERO
               DISPLAY "PRMFACT: NO PRIMES AVAILABLE FROM MASTER OR "
                   "PRIME-OUT-FILE - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "FCT0003" TO WS-EV-MSG-NO
               STRING "NO PRIMES AVAILABLE FROM MASTER OR LIST FILE - "
                   "TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE FACT-IN-FILE FACT-OUT-FILE FACT-REC-FILE
               PERFORM A040-CLOSE-CONSOL
               STOP RUN
           END-IF.
      *> the divisor walk and the take-the-residual shortcut in C000/
                   "DRIVE FACTORIZATION"
               DISPLAY "PRMFACT: REGENERATE THE FULL LIST WITH A "
                   "COUNT RUN AND RESUBMIT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "FCT0004" TO WS-EV-MSG-NO
               STRING "PRIME TABLE DOES NOT BEGIN AT 2 - A RANGE RUN'S "
                   "LIST CANNOT DRIVE FACTORIZATION"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE FACT-IN-FILE FACT-OUT-FILE FACT-REC-FILE
               PERFORM A040-CLOSE-CONSOL
               STOP RUN
           END-IF.
           PERFORM F000-OPEN-USAGE-LOG.
           PERFORM B000-FACTOR-NEXT
               UNTIL WS-FACTIN-STATUS IS NOT EQUAL TO "00".
           IF WS-BATCH-ITEMS IS GREATER THAN ZERO
               PERFORM F010-WRITE-USAGE
           END-IF.
           CLOSE FACT-IN-FILE FACT-OUT-FILE FACT-REC-FILE.
           IF WS-USAGE-OPEN-SW IS EQUAL TO 'Y'
               CLOSE USAGE-LOG-FILE
           END-IF.
           PERFORM A040-CLOSE-CONSOL.
           DISPLAY "PRMFACT: " WS-CANDIDATES-READ
               " CANDIDATES PROCESSED AGAINST " WS-PRIME-COUNT
               " PRIMES, " WS-USAGE-RECORDS " USAGE RECORDS WRITTEN".
           MOVE WS-CANDIDATES-READ TO WS-CAND-EDIT.
           MOVE WS-PRIME-COUNT TO WS-PRIME-EDIT.
           MOVE WS-USAGE-RECORDS TO WS-USAGE-EDIT.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "FCT0010" TO WS-EV-MSG-NO.
           STRING FUNCTION TRIM (WS-CAND-EDIT)
               " CANDIDATES PROCESSED AGAINST "
               FUNCTION TRIM (WS-PRIME-EDIT) " PRIMES, "
               FUNCTION TRIM (WS-USAGE-EDIT) " USAGE RECORDS WRITTEN"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

      *> the only PARM this program takes is the list selector - an
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           IF WS-PARM-STRING IS NOT EQUAL TO SPACES
               EVALUATE FUNCTION TRIM (WS-PARM-STRING)
                   WHEN "RANGE"
                       MOVE 'Y' TO WS-RANGE-LIST-SW
                   WHEN "CONSOL"
                       MOVE 'Y' TO WS-CONSOL-LIST-SW
                   WHEN OTHER
                       DISPLAY "PRMFACT: PARM MUST BE EMPTY, 'RANGE' "
                           "OR 'CONSOL' - TERMINATING"
                       MOVE "S" TO WS-EV-SEVERITY
                       MOVE "FCT0001" TO WS-EV-MSG-NO
                       STRING "PARM " WS-PARM-STRING
                           " NOT RECOGNISED - TERMINATED"
                           DELIMITED BY SIZE INTO WS-EV-TEXT
                       END-STRING
                       PERFORM Z900-LOG-EVENT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       A010-OPEN-FILES.
           IF WS-FACTIN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMFACT: FACT-IN-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-FACTIN-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "FCT0002" TO WS-EV-MSG-NO
               STRING "FACTIN WILL NOT OPEN, STATUS "
                   WS-FACTIN-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FACTOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMFACT: FACT-OUT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-FACTOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "FCT0002" TO WS-EV-MSG-NO
               STRING "FACTOUT WILL NOT OPEN, STATUS "
                   WS-FACTOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE FACT-IN-FILE
               STOP RUN
           IF WS-FACTREC-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMFACT: FACT-REC-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-FACTREC-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "FCT0002" TO WS-EV-MSG-NO
               STRING "FACTRECF WILL NOT OPEN, STATUS "
                   WS-FACTREC-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE FACT-IN-FILE FACT-OUT-FILE
               STOP RUN
      *> fall back to the matching list file when the master will not
      *> open.
       A020-LOAD-PRIME-TABLE.
           EVALUATE TRUE
               WHEN WS-CONSOL-LIST-SW IS EQUAL TO 'Y'
                   PERFORM A030-LOAD-CONSOL-TABLE
               WHEN WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                   PERFORM A025-LOAD-RANGE-TABLE
               WHEN OTHER
                   OPEN INPUT PRIME-MASTER
                   IF WS-MASTER-STATUS IS EQUAL TO "00"
                       PERFORM A021-READ-MASTER
                           UNTIL WS-MASTER-STATUS IS NOT EQUAL TO "00"
                       CLOSE PRIME-MASTER
                   ELSE
                       MOVE 'N' TO WS-MASTER-OPEN-SW
                       DISPLAY "PRMFACT: PRIME-MASTER OPEN FAILED, "
                           "STATUS " WS-MASTER-STATUS
                           " - FALLING BACK TO PRIME-OUT-FILE"
                       MOVE "W" TO WS-EV-SEVERITY
                       MOVE "FCT0007" TO WS-EV-MSG-NO
                       STRING "PRIMEVSM WILL NOT OPEN, STATUS "
                           WS-MASTER-STATUS
                           " - DIVISORS TAKEN FROM PRIMEOUT"
                           DELIMITED BY SIZE INTO WS-EV-TEXT
                       END-STRING
                       PERFORM Z900-LOG-EVENT
                       PERFORM A022-LOAD-FROM-PRIME-OUT
                   END-IF
           END-EVALUATE.
           IF WS-PRIME-COUNT IS GREATER THAN ZERO
               MOVE WS-PRIME (WS-PRIME-COUNT) TO WS-HIGHEST-PRIME
           END-IF.
               DISPLAY "PRMFACT: RANGE-MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
                   " - FALLING BACK TO RANGE-OUT-FILE"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "FCT0007" TO WS-EV-MSG-NO
               STRING "RANGEVSM WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - DIVISORS TAKEN FROM RANGEOUT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               PERFORM A027-LOAD-FROM-RANGE-OUT
           END-IF.

                   END-IF
           END-READ.

      *> consolidated mode.  No list-file fallback here - the merged
      *> master has no sequential twin - so a master that will not
      *> open ends the job.  The divisor table is the joined span from
      *> 2 (the first joined span, when it starts at 0); the master
      *> stays open afterwards for C000's residual lookups.
       A030-LOAD-CONSOL-TABLE.
           PERFORM A032-LOAD-SPANS.
           IF WS-SPAN-COUNT IS EQUAL TO ZERO
               OR WS-SP-LOW (1) IS NOT EQUAL TO ZERO
               DISPLAY "PRMFACT: COVERAGE REGISTRY HOLDS NO SPAN "
                   "FROM 2 - THE CONSOLIDATED MASTER CANNOT DRIVE "
                   "FACTORIZATION"
               DISPLAY "PRMFACT: FOLD A COUNT RUN'S LIST WITH PRMMERGE "
                   "AND RESUBMIT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "FCT0005" TO WS-EV-MSG-NO
               STRING "COVERAGE REGISTRY HOLDS NO SPAN FROM 2 - THE "
                   "CONSOLIDATED MASTER CANNOT DRIVE FACTORIZATION"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE FACT-IN-FILE FACT-OUT-FILE FACT-REC-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CONS-MASTER.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMFACT: CONS-MASTER OPEN INPUT FAILED, STATUS "
                   WS-MASTER-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "FCT0006" TO WS-EV-MSG-NO
               STRING "CONSVSM WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE FACT-IN-FILE FACT-OUT-FILE FACT-REC-FILE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-CONS-OPEN-SW.
           MOVE ZERO TO CM-PRIME-KEY.
           START CONS-MASTER KEY IS NOT LESS THAN CM-PRIME-KEY
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM A031-READ-CONSOL-MASTER
               UNTIL WS-MASTER-STATUS IS NOT EQUAL TO "00".
           MOVE "00" TO WS-MASTER-STATUS.

       A031-READ-CONSOL-MASTER.
           READ CONS-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-MASTER-STATUS
               NOT AT END
                   IF CM-PRIME-KEY IS GREATER THAN WS-SP-HIGH (1)
                       MOVE "10" TO WS-MASTER-STATUS
                   ELSE
                       IF WS-PRIME-COUNT IS LESS THAN 9999
                           ADD 1 TO WS-PRIME-COUNT
                           MOVE CM-PRIME-KEY
                               TO WS-PRIME (WS-PRIME-COUNT)
                       END-IF
                   END-IF
           END-READ.

       A032-LOAD-SPANS.
           OPEN INPUT COV-REG-FILE.
           IF WS-COVREG-STATUS IS EQUAL TO "00"
               PERFORM A033-READ-SPAN
                   UNTIL WS-REG-EOF-SW IS EQUAL TO 'Y'
               CLOSE COV-REG-FILE
           ELSE
               DISPLAY "PRMFACT: COV-REG-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-COVREG-STATUS
           END-IF.

      *> registry records arrive in low-bound order, so each either
      *> joins the last joined span (starts inside it or right after
      *> it) or opens a new one.
       A033-READ-SPAN.
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

       A040-CLOSE-CONSOL.
           IF WS-CONS-OPEN-SW IS EQUAL TO 'Y'
               CLOSE CONS-MASTER
               MOVE 'N' TO WS-CONS-OPEN-SW
           END-IF.

       B000-FACTOR-NEXT.
           READ FACT-IN-FILE
               AT END
      *> same delimiter-driven token handling as the NPRIMES PARM
      *> parse - an unpadded "84" reads the same as "000084".
       B010-PARSE-CANDIDATE.
           PERFORM B020-CHECK-BATCH-BREAK.
           MOVE SPACES TO WS-CAND-TOKEN.
           UNSTRING FQ-NUMBER DELIMITED BY ALL SPACE
               INTO WS-CAND-TOKEN
           END-UNSTRING.
           COMPUTE WS-TOKEN-LEN =
               PERFORM C000-FACTOR-CANDIDATE
           ELSE
               MOVE SPACES TO FACT-OUT-RECORD
               STRING "ERROR    " FQ-NUMBER
                   " IS NOT A USABLE CANDIDATE NUMBER"
                   DELIMITED BY SIZE INTO FACT-OUT-RECORD
               END-STRING
               PERFORM E100-WRITE-FACTOR-RECORD
           END-IF.

      *> a card under a different department or reference from the
      *> one before it closes the batch in hand.
       B020-CHECK-BATCH-BREAK.
           MOVE FQ-DEPT TO WS-CARD-DEPT.
           IF WS-CARD-DEPT IS EQUAL TO SPACES
               MOVE "NODEPT" TO WS-CARD-DEPT
           END-IF.
           MOVE FQ-REQ-REF TO WS-CARD-REQ-REF.
           IF WS-BATCH-ITEMS IS GREATER THAN ZERO
               AND (WS-CARD-DEPT IS NOT EQUAL TO WS-BATCH-DEPT
                   OR WS-CARD-REQ-REF IS NOT EQUAL TO WS-BATCH-REQ-REF)
               PERFORM F010-WRITE-USAGE
           END-IF.
           MOVE WS-CARD-DEPT TO WS-BATCH-DEPT.
           MOVE WS-CARD-REQ-REF TO WS-BATCH-REQ-REF.

      *> divide through the table in key order.  Division stops when
      *> the residual reaches 1, the primes run out, or the next
      *> prime's square exceeds the residual - in that last case the
                   AND WS-RESIDUAL IS NOT GREATER THAN WS-HIGHEST-PRIME
                   PERFORM C030-TAKE-RESIDUAL-AS-FACTOR
               END-IF
               IF WS-RESIDUAL IS GREATER THAN 1
                   AND WS-CONS-OPEN-SW IS EQUAL TO 'Y'
                   PERFORM C040-LOOKUP-RESIDUAL
               END-IF
               IF WS-RESIDUAL IS EQUAL TO 1
                   PERFORM D010-WRITE-COMPLETE
               ELSE
           MOVE 1 TO WS-FACTOR-EXP (WS-FACTOR-COUNT).
           MOVE 1 TO WS-RESIDUAL.

      *> consolidated mode - a residual above the divisor table is
      *> still a prime factor when the master carries it as a key, as
      *> it does for every prime inside a registered range span.
       C040-LOOKUP-RESIDUAL.
           MOVE WS-RESIDUAL TO CM-PRIME-KEY.
           READ CONS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM C030-TAKE-RESIDUAL-AS-FACTOR
           END-READ.

      *> render "PRIME" or "PRIME**EXP" pieces joined with " X " into
      *> WS-FACTOR-TEXT.
       D000-BUILD-FACTOR-TEXT.
               MOVE WS-NT-DIVISORS TO FR-DIVISOR-CNT
               MOVE WS-NT-SIGMA TO FR-DIVISOR-SUM
           END-IF.
           MOVE WS-CARD-DEPT TO FR-DEPT.
           MOVE WS-CARD-REQ-REF TO FR-REQ-REF.
           WRITE FACTOR-RECORD.
           EVALUATE WS-REC-STATUS
               WHEN "COMPLETE"
                   MOVE 1 TO WS-OX
               WHEN "PARTIAL"
                   MOVE 2 TO WS-OX
               WHEN OTHER
                   MOVE 3 TO WS-OX
           END-EVALUATE.
           ADD 1 TO WS-BATCH-OUTCOME (WS-OX).
           ADD 1 TO WS-BATCH-ITEMS.

      *> fold each prime/exponent pair into the three running
      *> products.  The totient contribution is p**(e-1) * (p-1); the
                   WS-NT-PART * WS-FACTOR-PRIME (WS-NT-K) + 1
           END-PERFORM.
           MULTIPLY WS-NT-PART BY WS-NT-SIGMA GIVING WS-NT-SIGMA.

      *> OPEN EXTEND fails with status 35 the first time any program
      *> records usage - fall back to OUTPUT.  Usage that cannot be
      *> recorded is warned about but never stops the factoring.
       F000-OPEN-USAGE-LOG.
           PERFORM F020-RESET-BATCH-COUNTS.
           OPEN EXTEND USAGE-LOG-FILE.
           IF WS-USAGE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT USAGE-LOG-FILE
           END-IF.
           IF WS-USAGE-STATUS IS EQUAL TO "00"
               MOVE 'Y' TO WS-USAGE-OPEN-SW
           ELSE
               DISPLAY "PRMFACT: USAGE-LOG-FILE OPEN EXTEND FAILED, "
                   "STATUS " WS-USAGE-STATUS " - USAGE NOT RECORDED"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "FCT0008" TO WS-EV-MSG-NO
               STRING "USAGELOG WILL NOT OPEN, STATUS "
                   WS-USAGE-STATUS " - BATCH USAGE NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> one usage record for the batch in hand, then start the counts
      *> again for the next.
       F010-WRITE-USAGE.
           IF WS-USAGE-OPEN-SW IS EQUAL TO 'Y'
               MOVE WS-BATCH-DEPT TO US-DEPT
               MOVE "PRMFACT " TO US-PROGRAM
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
           PERFORM F020-RESET-BATCH-COUNTS.

       F020-RESET-BATCH-COUNTS.
           MOVE ZERO TO WS-BATCH-ITEMS.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX IS GREATER THAN 4
               MOVE ZERO TO WS-BATCH-OUTCOME (WS-OX)
           END-PERFORM.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   FCT0001 S  PARM not recognised
      *>   FCT0002 S  FACTIN, FACTOUT or FACTRECF will not open
      *>   FCT0003 S  no primes available to divide by
      *>   FCT0004 E  divisor table does not begin at 2
      *>   FCT0005 E  coverage registry holds no span from 2
      *>   FCT0006 S  CONSVSM will not open
      *>   FCT0007 W  master will not open - divisors off the list file
      *>   FCT0008 W  USAGELOG will not open - usage not recorded
      *>   FCT0010 I  candidates processed
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMFACT " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMFACT: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
