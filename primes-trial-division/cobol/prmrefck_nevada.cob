       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMREFCK.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> External cross-check of the prime lists against published
      *> reference values.  PRMCERT proves every prime by trial
      *> division, but with the same kind of arithmetic the generator
      *> uses; this job compares the lists with figures that came out
      *> of nobody's arithmetic here - the standard tables, keyed onto
      *> the REFVALS dataset (PRMREFV) one value per card:
      *>
      *>   PI - pi(x), the number of primes not greater than x, at a
      *>        chosen checkpoint x;
      *>   NP - the nth prime, for a chosen n.
      *>
      *> PRIME-OUT-FILE is the canonical list: when it begins at 2 it
      *> gives pi(x) for any x up to its last prime, and the nth prime
      *> for any n up to its count.  RANGE-OUT-FILE, when there is one,
      *> covers its own span - from the low bound its run asked for,
      *> off that run's AUDITLOG header (from its first prime when the
      *> header has been archived), up to its last prime.  A range list
      *> knows nothing of the primes below it, so a count or position
      *> inside the span needs a starting count: pi(low bound - 1) off
      *> PRIMEOUT when PRIMEOUT reaches that far; failing that, the
      *> highest reference pi(x) at or above that point, and the line
      *> says so, since the check then rests on one reference value as
      *> well as the list.  A point both lists cover is checked
      *> against both.
      *>
      *> Each reference value is reported (REFRPT) as MATCHED,
      *> MISMATCHED or BEYOND COVERAGE.  Any mismatch, or any card that
      *> cannot be read as a reference value, fails the check with
      *> RETURN-CODE 12; so does a run in which nothing fell within
      *> the lists' coverage, which validates nothing.
      *>
      *> REFRPT is filed with CERTRPT for sign-off.  The verdict (PASS
      *> or FAIL) is recorded on RELSTAT (PRMRLSE) against the run that
      *> last wrote PRIMEOUT, exactly as PRMCERT records its own, and
      *> PRMLIST prints it on the binder's sign-off page.  It is not
      *> part of the release gate.
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
           SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT RANGE-OUT-FILE ASSIGN TO "RANGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RANGEOUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REF-VALUE-FILE ASSIGN TO "REFVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFVALS-STATUS.
           SELECT REF-REPORT ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RELEASE-STATUS-FILE ASSIGN TO "RELSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-ID
               FILE STATUS IS WS-RELSTAT-STATUS.
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

       FD  REF-VALUE-FILE.
           COPY PRMREFV.

       FD  REF-REPORT.
       01  REF-REPORT-LINE PIC X(80).

       FD  RELEASE-STATUS-FILE.
           COPY PRMRLSE.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-RANGEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS    PIC XX VALUE SPACES.
       01  WS-REFVALS-STATUS  PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01  WS-RELSTAT-STATUS  PIC XX VALUE SPACES.

      *> the canonical list, loaded in file order - same 9999 ceiling
      *> as every other in-storage prime table.  Counts are taken off
      *> it only when it begins at 2; WS-PO-LAST is then the highest x
      *> whose pi(x) it settles.  Records past the ceiling are counted
      *> so the coverage line can say the check stops short.
       01  WS-PO-COUNT    PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-PO-PRIMES USAGE IS COMP.
           05  WS-PO-PRIME PIC 9(9) OCCURS 9999 TIMES.
       01  WS-PO-FROM-2-SW PIC X    VALUE 'N'.
       01  WS-PO-LAST     PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-PO-OVERFLOW PIC 9(6) USAGE IS COMP VALUE ZERO.

      *> the range list, and the span it covers.  WS-RO-FLOOR is one
      *> below its low bound - the point a starting count is needed
      *> at.  WS-HDR-SW says the bound came off the run's AUDITLOG
      *> header.  WS-BASE-SW comes on when that count is known without
      *> reference to REFVALS: the span begins at 2 or below, or
      *> PRIMEOUT reaches the floor.
       01  WS-RO-COUNT    PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-RO-PRIMES USAGE IS COMP.
           05  WS-RO-PRIME PIC 9(9) OCCURS 9999 TIMES.
       01  WS-RO-SW       PIC X    VALUE 'N'.
       01  WS-RO-FIRST    PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-RO-LAST     PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-RO-FLOOR    PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-RO-OVERFLOW PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-RO-RUN-ID   PIC X(14) VALUE SPACES.
       01  WS-HDR-SW      PIC X    VALUE 'N'.
       01  WS-BASE-SW     PIC X    VALUE 'N'.
       01  WS-BASE-COUNT  PIC 9(9) USAGE IS COMP VALUE ZERO.

      *> the reference values off REFVALS, in card order.
       01  WS-REF-MAX     PIC 9(4) USAGE IS COMP VALUE 500.
       01  WS-REF-COUNT   PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 500 TIMES.
               10  WS-REF-TYPE   PIC X(2).
               10  WS-REF-ARG    PIC 9(9) USAGE IS COMP.
               10  WS-REF-VALUE  PIC 9(9) USAGE IS COMP.
               10  WS-REF-SOURCE PIC X(40).
       01  WS-CARD-NO     PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-REJECT-REASON PIC X(40) VALUE SPACES.

       01  WS-MATCHED     PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-MISMATCHED  PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-BEYOND      PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-REJECTED    PIC 9(6) USAGE IS COMP VALUE ZERO.

      *> one reference value's check - what each list gives for it,
      *> and the count the range list's figure was built on (B when
      *> it is the base count, R when it is a reference pi(x), N when
      *> there is none and the range list cannot answer).
       01  WS-RX          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-AX          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-IX          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-X           PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-N           PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-K           PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-CNT         PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-PO-COVER-SW PIC X    VALUE 'N'.
       01  WS-PO-VALUE    PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-RO-COVER-SW PIC X    VALUE 'N'.
       01  WS-RO-VALUE    PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-ANCHOR-SW   PIC X    VALUE 'N'.
       01  WS-ANCHOR-ARG  PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-ANCHOR-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-MISMATCH-SW PIC X    VALUE 'N'.
       01  WS-LIST-VALUE  PIC 9(9) USAGE IS COMP VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-TYPE        PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-ARGUMENT    PIC Z(8)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-REFERENCE   PIC Z(8)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-LIST-VALUE  PIC X(9)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-FROM        PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-RESULT      PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE SPACES.

       01  WS-COUNT-EDIT  PIC Z(5)9.
       01  WS-COUNT-EDIT2 PIC Z(5)9.
       01  WS-VALUE-EDIT  PIC Z(8)9.
       01  WS-VALUE-EDIT2 PIC Z(8)9.

      *> release status - the run id off PRIMEOUT's newest record (the
      *> run the verdict is filed against) and the verdict itself.
       01  WS-LIST-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-RELEASE-VERDICT PIC X(4)  VALUE SPACES.
       01  WS-RS-FOUND-SW     PIC X     VALUE 'N'.
       01  WS-RS-OPEN-SW      PIC X     VALUE 'N'.

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           OPEN OUTPUT REF-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMREFCK: REF-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "REF0001" TO WS-EV-MSG-NO
               STRING "REFRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PRMREFCK - PRIME LISTS AGAINST PUBLISHED REFERENCE "
               TO REF-REPORT-LINE.
           MOVE "VALUES" TO REF-REPORT-LINE (52 : 6).
           WRITE REF-REPORT-LINE.
           MOVE SPACES TO REF-REPORT-LINE.
           WRITE REF-REPORT-LINE.
           PERFORM A010-LOAD-PRIME-OUT.
           PERFORM A020-LOAD-RANGE-OUT.
           PERFORM A030-LOAD-REFERENCE-VALUES.
           PERFORM A040-WRITE-COVERAGE.
           PERFORM B000-CHECK-REFERENCE-VALUE
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX IS GREATER THAN WS-REF-COUNT.
           PERFORM D000-WRITE-VERDICT.
           PERFORM F000-RECORD-RELEASE-VERDICT.
           CLOSE REF-REPORT.
           STOP RUN.

      *> the canonical list must be there and hold something - with no
      *> list there is nothing to validate and no run to file against,
      *> the same refusal PRMCERT gives.
       A010-LOAD-PRIME-OUT.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               MOVE "PRIME-OUT-FILE WILL NOT OPEN - NOTHING VALIDATED"
                   TO REF-REPORT-LINE
               WRITE REF-REPORT-LINE
               CLOSE REF-REPORT
               DISPLAY "PRMREFCK: PRIME-OUT-FILE WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - NOTHING VALIDATED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "REF0003" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - NOTHING VALIDATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A011-READ-PRIME-OUT
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00".
           CLOSE PRIME-OUT-FILE.
           IF WS-PO-COUNT IS EQUAL TO ZERO
               MOVE "NO RECORDS ON PRIME-OUT-FILE - NOTHING VALIDATED"
                   TO REF-REPORT-LINE
               WRITE REF-REPORT-LINE
               CLOSE REF-REPORT
               DISPLAY "PRMREFCK: NO RECORDS ON PRIME-OUT-FILE - "
                   "NOTHING VALIDATED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "REF0004" TO WS-EV-MSG-NO
               MOVE "NO RECORDS ON PRIMEOUT - NOTHING VALIDATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PO-PRIME (1) IS EQUAL TO 2
               MOVE 'Y' TO WS-PO-FROM-2-SW
               MOVE WS-PO-PRIME (WS-PO-COUNT) TO WS-PO-LAST
           END-IF.

       A011-READ-PRIME-OUT.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   MOVE PO-RUN-ID TO WS-LIST-RUN-ID
                   IF WS-PO-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-PRIME-VALUE TO WS-PO-PRIME (WS-PO-COUNT)
                   ELSE
                       ADD 1 TO WS-PO-OVERFLOW
                   END-IF
           END-READ.

      *> the range list is optional - most nights there is none, and
      *> the check simply rests on PRIMEOUT.
       A020-LOAD-RANGE-OUT.
           OPEN INPUT RANGE-OUT-FILE.
           IF WS-RANGEOUT-STATUS IS EQUAL TO "00"
               PERFORM A021-READ-RANGE-OUT
                   UNTIL WS-RANGEOUT-STATUS IS NOT EQUAL TO "00"
               CLOSE RANGE-OUT-FILE
           END-IF.
           IF WS-RO-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO WS-RO-SW
               MOVE WS-RO-PRIME (1) TO WS-RO-FIRST
               MOVE WS-RO-PRIME (WS-RO-COUNT) TO WS-RO-LAST
               COMPUTE WS-RO-FLOOR = WS-RO-FIRST - 1
               PERFORM A025-FIND-RANGE-HEADER
               IF WS-RO-FLOOR IS LESS THAN 2
                   MOVE 'Y' TO WS-BASE-SW
                   MOVE ZERO TO WS-BASE-COUNT
               ELSE
                   IF WS-PO-FROM-2-SW IS EQUAL TO 'Y'
                       AND WS-RO-FLOOR IS NOT GREATER THAN WS-PO-LAST
                       MOVE WS-RO-FLOOR TO WS-X
                       PERFORM E000-COUNT-PRIME-OUT
                       MOVE 'Y' TO WS-BASE-SW
                       MOVE WS-CNT TO WS-BASE-COUNT
                   END-IF
               END-IF
           END-IF.

       A021-READ-RANGE-OUT.
           READ RANGE-OUT-FILE
               AT END
                   MOVE "10" TO WS-RANGEOUT-STATUS
               NOT AT END
                   MOVE RO-RUN-ID TO WS-RO-RUN-ID
                   IF WS-RO-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-RO-COUNT
                       MOVE RO-PRIME-VALUE TO WS-RO-PRIME (WS-RO-COUNT)
                   ELSE
                       ADD 1 TO WS-RO-OVERFLOW
                   END-IF
           END-READ.

      *> the range run's own AUDITLOG header holds the low bound it
      *> asked for - nothing between that and the first prime on the
      *> list is prime, so the span starts there.  The header is only
      *> trusted for the run that wrote the list, and only while it
      *> is on the active log; PRMAUDAR may have archived it.
       A025-FIND-RANGE-HEADER.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
               PERFORM A026-READ-AUDIT-RECORD
                   UNTIL WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               CLOSE AUDIT-FILE
           END-IF.

       A026-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
               NOT AT END
                   IF AU-REC-TYPE IS EQUAL TO "HDR"
                       AND AU-RUN-ID IS EQUAL TO WS-RO-RUN-ID
                       AND AU-NUM-REQ IS EQUAL TO ZERO
                       AND AU-RANGE-LOW IS GREATER THAN ZERO
                       AND AU-RANGE-LOW IS NOT GREATER THAN WS-RO-FIRST
                       MOVE 'Y' TO WS-HDR-SW
                       COMPUTE WS-RO-FLOOR = AU-RANGE-LOW - 1
                   END-IF
           END-READ.

      *> REFVALS is the whole point of the run - without it the step
      *> terminates.  A card that cannot be taken as a reference value
      *> is listed and counted against the verdict: a value nobody
      *> checked must not pass silently into the sign-off.
       A030-LOAD-REFERENCE-VALUES.
           OPEN INPUT REF-VALUE-FILE.
           IF WS-REFVALS-STATUS IS NOT EQUAL TO "00"
               MOVE "REFVALS WILL NOT OPEN - NOTHING VALIDATED"
                   TO REF-REPORT-LINE
               WRITE REF-REPORT-LINE
               CLOSE REF-REPORT
               DISPLAY "PRMREFCK: REF-VALUE-FILE OPEN FAILED, STATUS "
                   WS-REFVALS-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "REF0002" TO WS-EV-MSG-NO
               STRING "REFVALS WILL NOT OPEN, STATUS "
                   WS-REFVALS-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A031-READ-REFERENCE-VALUE
               UNTIL WS-REFVALS-STATUS IS NOT EQUAL TO "00".
           CLOSE REF-VALUE-FILE.

       A031-READ-REFERENCE-VALUE.
           READ REF-VALUE-FILE
               AT END
                   MOVE "10" TO WS-REFVALS-STATUS
               NOT AT END
                   ADD 1 TO WS-CARD-NO
                   IF REFERENCE-VALUE-RECORD IS NOT EQUAL TO SPACES
                       AND RV-TYPE (1 : 1) IS NOT EQUAL TO "*"
                       PERFORM A032-TAKE-REFERENCE-VALUE
                   END-IF
           END-READ.

       A032-TAKE-REFERENCE-VALUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RV-TYPE IS NOT EQUAL TO "PI"
                   AND RV-TYPE IS NOT EQUAL TO "NP"
                   MOVE "TYPE IS NOT PI OR NP" TO WS-REJECT-REASON
               WHEN RV-ARGUMENT IS NOT NUMERIC
                   OR RV-VALUE IS NOT NUMERIC
                   MOVE "ARGUMENT OR VALUE NOT NINE DIGITS"
                       TO WS-REJECT-REASON
               WHEN RV-TYPE IS EQUAL TO "NP"
                   AND RV-ARGUMENT IS EQUAL TO ZERO
                   MOVE "NO ZEROTH PRIME" TO WS-REJECT-REASON
               WHEN WS-REF-COUNT IS NOT LESS THAN WS-REF-MAX
                   MOVE "MORE THAN 500 REFERENCE VALUES"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-REF-COUNT
                   MOVE RV-TYPE TO WS-REF-TYPE (WS-REF-COUNT)
                   MOVE RV-ARGUMENT TO WS-REF-ARG (WS-REF-COUNT)
                   MOVE RV-VALUE TO WS-REF-VALUE (WS-REF-COUNT)
                   MOVE RV-SOURCE TO WS-REF-SOURCE (WS-REF-COUNT)
           END-EVALUATE.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REJECTED
               MOVE WS-CARD-NO TO WS-COUNT-EDIT
               MOVE SPACES TO REF-REPORT-LINE
               STRING "REJECTED  REFVALS CARD "
                   FUNCTION TRIM (WS-COUNT-EDIT) " - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
               WRITE REF-REPORT-LINE
           END-IF.

      *> what each list can answer for, so a BEYOND COVERAGE line can
      *> be read against it.
       A040-WRITE-COVERAGE.
           MOVE SPACES TO REF-REPORT-LINE.
           STRING "PRIMEOUT LIST RUN ID " WS-LIST-RUN-ID
               DELIMITED BY SIZE INTO REF-REPORT-LINE
           END-STRING.
           WRITE REF-REPORT-LINE.
           MOVE SPACES TO REF-REPORT-LINE.
           IF WS-PO-FROM-2-SW IS EQUAL TO 'Y'
               MOVE WS-PO-LAST TO WS-VALUE-EDIT
               MOVE WS-PO-COUNT TO WS-COUNT-EDIT
               STRING "PRIMEOUT COVERS 2 THROUGH "
                   FUNCTION TRIM (WS-VALUE-EDIT) " - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " PRIMES"
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
           ELSE
               MOVE "PRIMEOUT DOES NOT BEGIN AT 2 - NO COUNTS TAKEN "
                   TO REF-REPORT-LINE
               MOVE "FROM IT" TO REF-REPORT-LINE (48 : 7)
           END-IF.
           WRITE REF-REPORT-LINE.
           IF WS-PO-OVERFLOW IS GREATER THAN ZERO
               MOVE "PRIMEOUT HOLDS MORE THAN 9999 PRIMES - COVERAGE "
                   TO REF-REPORT-LINE
               MOVE "ENDS AT THE 9999TH" TO REF-REPORT-LINE (49 : 18)
               WRITE REF-REPORT-LINE
           END-IF.
           IF WS-RO-SW IS EQUAL TO 'Y'
               MOVE SPACES TO REF-REPORT-LINE
               IF WS-HDR-SW IS EQUAL TO 'Y'
                   STRING "RANGEOUT RUN ID " WS-RO-RUN-ID
                       " - LOW BOUND OFF ITS AUDITLOG HEADER"
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "RANGEOUT RUN ID " WS-RO-RUN-ID
                       " - NO AUDITLOG HEADER, SPAN FROM FIRST PRIME"
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
               END-IF
               WRITE REF-REPORT-LINE
               COMPUTE WS-VALUE-EDIT = WS-RO-FLOOR + 1
               MOVE WS-RO-LAST TO WS-VALUE-EDIT2
               MOVE WS-RO-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REF-REPORT-LINE
               STRING "RANGEOUT COVERS "
                   FUNCTION TRIM (WS-VALUE-EDIT) " THROUGH "
                   FUNCTION TRIM (WS-VALUE-EDIT2) " - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " PRIMES"
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
               WRITE REF-REPORT-LINE
               MOVE SPACES TO REF-REPORT-LINE
               MOVE WS-RO-FLOOR TO WS-VALUE-EDIT
               IF WS-BASE-SW IS EQUAL TO 'Y'
                   MOVE WS-BASE-COUNT TO WS-VALUE-EDIT2
                   STRING "RANGEOUT COUNTS START FROM PI("
                       FUNCTION TRIM (WS-VALUE-EDIT) ") = "
                       FUNCTION TRIM (WS-VALUE-EDIT2)
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "RANGEOUT COUNTS NEED A REFERENCE PI(X) "
                       "FOR X FROM " FUNCTION TRIM (WS-VALUE-EDIT) " UP"
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
               END-IF
               WRITE REF-REPORT-LINE
               IF WS-RO-OVERFLOW IS GREATER THAN ZERO
                   MOVE "RANGEOUT HOLDS MORE THAN 9999 PRIMES - "
                       TO REF-REPORT-LINE
                   MOVE "COVERAGE ENDS AT THE 9999TH"
                       TO REF-REPORT-LINE (40 : 27)
                   WRITE REF-REPORT-LINE
               END-IF
           ELSE
               MOVE "RANGEOUT NOT AVAILABLE OR EMPTY - NOT USED"
                   TO REF-REPORT-LINE
               WRITE REF-REPORT-LINE
           END-IF.
           MOVE SPACES TO REF-REPORT-LINE.
           WRITE REF-REPORT-LINE.
           MOVE "  TYPE   ARGUMENT  REFERENCE       LIST  FROM"
               TO REF-REPORT-LINE.
           MOVE "RESULT" TO REF-REPORT-LINE (52 : 6).
           WRITE REF-REPORT-LINE.

      *> one reference value against every list that covers it.
       B000-CHECK-REFERENCE-VALUE.
           MOVE 'N' TO WS-PO-COVER-SW.
           MOVE 'N' TO WS-RO-COVER-SW.
           MOVE 'N' TO WS-ANCHOR-SW.
           IF WS-REF-TYPE (WS-RX) IS EQUAL TO "PI"
               PERFORM B010-PRIME-COUNT-VALUE
           ELSE
               PERFORM B020-NTH-PRIME-VALUE
           END-IF.
           PERFORM B030-JUDGE-VALUE.

      *> pi(x): PRIMEOUT counts its primes up to x; the range list
      *> adds its primes above the starting count's x up to this one.
       B010-PRIME-COUNT-VALUE.
           MOVE WS-REF-ARG (WS-RX) TO WS-X.
           IF WS-PO-FROM-2-SW IS EQUAL TO 'Y'
               AND WS-X IS NOT GREATER THAN WS-PO-LAST
               PERFORM E000-COUNT-PRIME-OUT
               MOVE 'Y' TO WS-PO-COVER-SW
               MOVE WS-CNT TO WS-PO-VALUE
           END-IF.
           IF WS-RO-SW IS EQUAL TO 'Y'
               AND WS-X IS GREATER THAN WS-RO-FLOOR
               AND WS-X IS NOT GREATER THAN WS-RO-LAST
               PERFORM E020-FIND-COUNT-ANCHOR
               IF WS-ANCHOR-SW IS NOT EQUAL TO 'N'
                   PERFORM E010-COUNT-RANGE-OUT
                   MOVE 'Y' TO WS-RO-COVER-SW
                   COMPUTE WS-RO-VALUE = WS-ANCHOR-COUNT + WS-CNT
               END-IF
           END-IF.

      *> nth prime: PRIMEOUT by position; the range list by counting
      *> on from the starting count to the nth.
       B020-NTH-PRIME-VALUE.
           MOVE WS-REF-ARG (WS-RX) TO WS-N.
           IF WS-PO-FROM-2-SW IS EQUAL TO 'Y'
               AND WS-N IS NOT GREATER THAN WS-PO-COUNT
               MOVE 'Y' TO WS-PO-COVER-SW
               MOVE WS-PO-PRIME (WS-N) TO WS-PO-VALUE
           END-IF.
           IF WS-RO-SW IS EQUAL TO 'Y'
               PERFORM E030-FIND-POSITION-ANCHOR
               IF WS-ANCHOR-SW IS NOT EQUAL TO 'N'
                   COMPUTE WS-K = WS-N - WS-ANCHOR-COUNT
                   PERFORM E040-FIND-NTH-RANGE-OUT
               END-IF
           END-IF.

      *> a value either list gets wrong is a mismatch.  Where both
      *> lists answer, the list value shown is the one that disagrees
      *> with the reference, and a second line gives both when the
      *> lists disagree with each other.
       B030-JUDGE-VALUE.
           MOVE 'N' TO WS-MISMATCH-SW.
           IF WS-PO-COVER-SW IS EQUAL TO 'Y'
               AND WS-PO-VALUE IS NOT EQUAL TO WS-REF-VALUE (WS-RX)
               MOVE 'Y' TO WS-MISMATCH-SW
           END-IF.
           IF WS-RO-COVER-SW IS EQUAL TO 'Y'
               AND WS-RO-VALUE IS NOT EQUAL TO WS-REF-VALUE (WS-RX)
               MOVE 'Y' TO WS-MISMATCH-SW
           END-IF.
           MOVE WS-REF-TYPE (WS-RX) TO DL-TYPE.
           MOVE WS-REF-ARG (WS-RX) TO DL-ARGUMENT.
           MOVE WS-REF-VALUE (WS-RX) TO DL-REFERENCE.
           MOVE SPACES TO DL-LIST-VALUE.
           MOVE SPACES TO DL-FROM.
           EVALUATE TRUE
               WHEN WS-PO-COVER-SW IS NOT EQUAL TO 'Y'
                   AND WS-RO-COVER-SW IS NOT EQUAL TO 'Y'
                   MOVE "BEYOND COVERAGE" TO DL-RESULT
                   ADD 1 TO WS-BEYOND
               WHEN WS-RO-COVER-SW IS NOT EQUAL TO 'Y'
                   MOVE "PRIMEOUT" TO DL-FROM
                   MOVE WS-PO-VALUE TO WS-LIST-VALUE
               WHEN WS-PO-COVER-SW IS NOT EQUAL TO 'Y'
                   MOVE "RANGEOUT" TO DL-FROM
                   MOVE WS-RO-VALUE TO WS-LIST-VALUE
               WHEN WS-PO-VALUE IS NOT EQUAL TO WS-REF-VALUE (WS-RX)
                   MOVE "BOTH" TO DL-FROM
                   MOVE WS-PO-VALUE TO WS-LIST-VALUE
               WHEN OTHER
                   MOVE "BOTH" TO DL-FROM
                   MOVE WS-RO-VALUE TO WS-LIST-VALUE
           END-EVALUATE.
           IF DL-FROM IS NOT EQUAL TO SPACES
               MOVE WS-LIST-VALUE TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO DL-LIST-VALUE
               IF WS-MISMATCH-SW IS EQUAL TO 'Y'
                   MOVE "MISMATCHED" TO DL-RESULT
                   ADD 1 TO WS-MISMATCHED
               ELSE
                   MOVE "MATCHED" TO DL-RESULT
                   ADD 1 TO WS-MATCHED
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REF-REPORT-LINE.
           WRITE REF-REPORT-LINE.
           IF WS-PO-COVER-SW IS EQUAL TO 'Y'
               AND WS-RO-COVER-SW IS EQUAL TO 'Y'
               AND WS-PO-VALUE IS NOT EQUAL TO WS-RO-VALUE
               MOVE WS-PO-VALUE TO WS-VALUE-EDIT
               MOVE WS-RO-VALUE TO WS-VALUE-EDIT2
               MOVE SPACES TO REF-REPORT-LINE
               STRING "          PRIMEOUT GIVES "
                   FUNCTION TRIM (WS-VALUE-EDIT) ", RANGEOUT GIVES "
                   FUNCTION TRIM (WS-VALUE-EDIT2)
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
               WRITE REF-REPORT-LINE
           END-IF.
           IF WS-RO-COVER-SW IS EQUAL TO 'Y'
               AND WS-ANCHOR-SW IS EQUAL TO 'R'
               MOVE WS-ANCHOR-ARG TO WS-VALUE-EDIT
               MOVE WS-ANCHOR-COUNT TO WS-VALUE-EDIT2
               MOVE SPACES TO REF-REPORT-LINE
               STRING "          RANGEOUT COUNTED ON FROM REFERENCE PI("
                   FUNCTION TRIM (WS-VALUE-EDIT) ") = "
                   FUNCTION TRIM (WS-VALUE-EDIT2)
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
               WRITE REF-REPORT-LINE
           END-IF.
           IF WS-MISMATCH-SW IS EQUAL TO 'Y'
               AND WS-REF-SOURCE (WS-RX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO REF-REPORT-LINE
               STRING "          REFERENCE SOURCE - "
                   WS-REF-SOURCE (WS-RX)
                   DELIMITED BY SIZE INTO REF-REPORT-LINE
               END-STRING
               WRITE REF-REPORT-LINE
           END-IF.

      *> totals, then the verdict.  Nothing validated is no more a
      *> pass than a mismatch is - every reference value beyond the
      *> lists' coverage proves nothing about them.
       D000-WRITE-VERDICT.
           MOVE SPACES TO REF-REPORT-LINE.
           WRITE REF-REPORT-LINE.
           MOVE WS-MATCHED TO WS-COUNT-EDIT.
           MOVE SPACES TO REF-REPORT-LINE.
           STRING "MATCHED          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REF-REPORT-LINE
           END-STRING.
           WRITE REF-REPORT-LINE.
           MOVE WS-MISMATCHED TO WS-COUNT-EDIT.
           MOVE SPACES TO REF-REPORT-LINE.
           STRING "MISMATCHED       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REF-REPORT-LINE
           END-STRING.
           WRITE REF-REPORT-LINE.
           MOVE WS-BEYOND TO WS-COUNT-EDIT.
           MOVE SPACES TO REF-REPORT-LINE.
           STRING "BEYOND COVERAGE  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REF-REPORT-LINE
           END-STRING.
           WRITE REF-REPORT-LINE.
           MOVE WS-REJECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO REF-REPORT-LINE.
           STRING "CARDS REJECTED   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REF-REPORT-LINE
           END-STRING.
           WRITE REF-REPORT-LINE.
           MOVE SPACES TO REF-REPORT-LINE.
           WRITE REF-REPORT-LINE.
           MOVE WS-MISMATCHED TO WS-COUNT-EDIT.
           MOVE WS-REJECTED TO WS-COUNT-EDIT2.
           MOVE SPACES TO REF-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-MISMATCHED IS GREATER THAN ZERO
                   OR WS-REJECTED IS GREATER THAN ZERO
                   MOVE "FAIL" TO WS-RELEASE-VERDICT
                   STRING "NOT VALIDATED - "
                       FUNCTION TRIM (WS-COUNT-EDIT) " MISMATCHED, "
                       FUNCTION TRIM (WS-COUNT-EDIT2)
                       " CARDS REJECTED"
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
                   WRITE REF-REPORT-LINE
                   DISPLAY "PRMREFCK: NOT VALIDATED - " WS-COUNT-EDIT
                       " MISMATCHED, " WS-COUNT-EDIT2
                       " CARDS REJECTED - SEE REFRPT"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "REF0011" TO WS-EV-MSG-NO
                   STRING "NOT VALIDATED - "
                       FUNCTION TRIM (WS-COUNT-EDIT) " MISMATCHED, "
                       FUNCTION TRIM (WS-COUNT-EDIT2)
                       " REJECTED, LIST RUN ID " WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MATCHED IS EQUAL TO ZERO
                   MOVE "FAIL" TO WS-RELEASE-VERDICT
                   MOVE "NOTHING VALIDATED - NO REFERENCE VALUE WITHIN "
                       TO REF-REPORT-LINE
                   MOVE "THE LISTS' COVERAGE"
                       TO REF-REPORT-LINE (47 : 19)
                   WRITE REF-REPORT-LINE
                   DISPLAY "PRMREFCK: NOTHING VALIDATED - NO REFERENCE "
                       "VALUE WITHIN THE LISTS' COVERAGE"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "REF0005" TO WS-EV-MSG-NO
                   STRING "NOTHING VALIDATED - NO REFERENCE VALUE IN "
                       "COVERAGE, LIST RUN ID " WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "PASS" TO WS-RELEASE-VERDICT
                   MOVE WS-MATCHED TO WS-COUNT-EDIT
                   MOVE WS-BEYOND TO WS-COUNT-EDIT2
                   STRING "VALIDATED - ALL "
                       FUNCTION TRIM (WS-COUNT-EDIT)
                       " REFERENCE VALUES WITHIN COVERAGE MATCHED"
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
                   WRITE REF-REPORT-LINE
                   DISPLAY "PRMREFCK: VALIDATED - " WS-COUNT-EDIT
                       " REFERENCE VALUES MATCHED"
                   MOVE "I" TO WS-EV-SEVERITY
                   MOVE "REF0010" TO WS-EV-MSG-NO
                   STRING "VALIDATED - " FUNCTION TRIM (WS-COUNT-EDIT)
                       " MATCHED, " FUNCTION TRIM (WS-COUNT-EDIT2)
                       " BEYOND, LIST RUN ID " WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
           END-EVALUATE.

      *> pi(WS-X) off PRIMEOUT, into WS-CNT.
       E000-COUNT-PRIME-OUT.
           MOVE ZERO TO WS-CNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX IS GREATER THAN WS-PO-COUNT
               IF WS-PO-PRIME (WS-IX) IS NOT GREATER THAN WS-X
                   ADD 1 TO WS-CNT
               END-IF
           END-PERFORM.

      *> the range list's primes above the starting count's x and not
      *> above WS-X, into WS-CNT.
       E010-COUNT-RANGE-OUT.
           MOVE ZERO TO WS-CNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX IS GREATER THAN WS-RO-COUNT
               IF WS-RO-PRIME (WS-IX) IS GREATER THAN WS-ANCHOR-ARG
                   AND WS-RO-PRIME (WS-IX) IS NOT GREATER THAN WS-X
                   ADD 1 TO WS-CNT
               END-IF
           END-PERFORM.

      *> the starting count for a pi(x) inside the range list's span:
      *> the base count when there is one, otherwise the highest
      *> other reference pi(x0) with x0 from the floor up and below x.
       E020-FIND-COUNT-ANCHOR.
           IF WS-BASE-SW IS EQUAL TO 'Y'
               MOVE 'B' TO WS-ANCHOR-SW
               MOVE WS-RO-FLOOR TO WS-ANCHOR-ARG
               MOVE WS-BASE-COUNT TO WS-ANCHOR-COUNT
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX IS GREATER THAN WS-REF-COUNT
                   IF WS-AX IS NOT EQUAL TO WS-RX
                       AND WS-REF-TYPE (WS-AX) IS EQUAL TO "PI"
                       AND WS-REF-ARG (WS-AX) IS NOT LESS THAN
                           WS-RO-FLOOR
                       AND WS-REF-ARG (WS-AX) IS LESS THAN WS-X
                       IF WS-ANCHOR-SW IS EQUAL TO 'N'
                           OR WS-REF-ARG (WS-AX) IS GREATER THAN
                               WS-ANCHOR-ARG
                           MOVE 'R' TO WS-ANCHOR-SW
                           MOVE WS-REF-ARG (WS-AX) TO WS-ANCHOR-ARG
                           MOVE WS-REF-VALUE (WS-AX) TO WS-ANCHOR-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> the starting count for an nth prime the range list may hold:
      *> it must fall short of n, or the nth prime lies below the
      *> span.  Failing the base count, the highest reference pi(x0)
      *> inside the span that is still short of n.
       E030-FIND-POSITION-ANCHOR.
           IF WS-BASE-SW IS EQUAL TO 'Y'
               IF WS-BASE-COUNT IS LESS THAN WS-N
                   MOVE 'B' TO WS-ANCHOR-SW
                   MOVE WS-RO-FLOOR TO WS-ANCHOR-ARG
                   MOVE WS-BASE-COUNT TO WS-ANCHOR-COUNT
               END-IF
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX IS GREATER THAN WS-REF-COUNT
                   IF WS-REF-TYPE (WS-AX) IS EQUAL TO "PI"
                       AND WS-REF-ARG (WS-AX) IS NOT LESS THAN
                           WS-RO-FLOOR
                       AND WS-REF-ARG (WS-AX) IS LESS THAN WS-RO-LAST
                       AND WS-REF-VALUE (WS-AX) IS LESS THAN WS-N
                       IF WS-ANCHOR-SW IS EQUAL TO 'N'
                           OR WS-REF-ARG (WS-AX) IS GREATER THAN
                               WS-ANCHOR-ARG
                           MOVE 'R' TO WS-ANCHOR-SW
                           MOVE WS-REF-ARG (WS-AX) TO WS-ANCHOR-ARG
                           MOVE WS-REF-VALUE (WS-AX) TO WS-ANCHOR-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> the WS-Kth range-list prime above the starting count's x is
      *> the nth prime - if the list runs that far.
       E040-FIND-NTH-RANGE-OUT.
           MOVE ZERO TO WS-CNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX IS GREATER THAN WS-RO-COUNT
                   OR WS-RO-COVER-SW IS EQUAL TO 'Y'
               IF WS-RO-PRIME (WS-IX) IS GREATER THAN WS-ANCHOR-ARG
                   ADD 1 TO WS-CNT
                   IF WS-CNT IS EQUAL TO WS-K
                       MOVE 'Y' TO WS-RO-COVER-SW
                       MOVE WS-RO-PRIME (WS-IX) TO WS-RO-VALUE
                   END-IF
               END-IF
           END-PERFORM.

      *> file the verdict on RELSTAT against the run that last wrote
      *> PRIMEOUT.  A RELSTAT that will not take it leaves the sign-off
      *> page showing no reference check for the run.
       F000-RECORD-RELEASE-VERDICT.
           IF WS-LIST-RUN-ID IS NOT EQUAL TO SPACES
               PERFORM F010-OPEN-RELEASE-STATUS
               IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
                   MOVE WS-RELEASE-VERDICT TO RS-REF-VERDICT
                   MOVE FUNCTION CURRENT-DATE (1 : 14)
                       TO RS-REF-STAMP
                   IF WS-RS-FOUND-SW IS EQUAL TO 'Y'
                       REWRITE RELEASE-STATUS-RECORD
                   ELSE
                       WRITE RELEASE-STATUS-RECORD
                   END-IF
                   MOVE SPACES TO REF-REPORT-LINE
                   IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                       STRING "REFERENCE VERDICT " WS-RELEASE-VERDICT
                           " RECORDED FOR RUN ID " WS-LIST-RUN-ID
                           DELIMITED BY SIZE INTO REF-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "REFERENCE VERDICT NOT RECORDED - "
                           "RELSTAT WRITE STATUS " WS-RELSTAT-STATUS
                           DELIMITED BY SIZE INTO REF-REPORT-LINE
                       END-STRING
                       MOVE "W" TO WS-EV-SEVERITY
                       MOVE "REF0006" TO WS-EV-MSG-NO
                       MOVE REF-REPORT-LINE TO WS-EV-TEXT
                       PERFORM Z900-LOG-EVENT
                   END-IF
                   WRITE REF-REPORT-LINE
                   CLOSE RELEASE-STATUS-FILE
               ELSE
                   MOVE SPACES TO REF-REPORT-LINE
                   STRING "REFERENCE VERDICT NOT RECORDED - RELSTAT "
                       "WILL NOT OPEN, STATUS " WS-RELSTAT-STATUS
                       DELIMITED BY SIZE INTO REF-REPORT-LINE
                   END-STRING
                   WRITE REF-REPORT-LINE
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "REF0006" TO WS-EV-MSG-NO
                   MOVE REF-REPORT-LINE TO WS-EV-TEXT
                   PERFORM Z900-LOG-EVENT
                   DISPLAY "PRMREFCK: RELSTAT WILL NOT OPEN, STATUS "
                       WS-RELSTAT-STATUS " - VERDICT NOT RECORDED"
               END-IF
           END-IF.

      *> status 35 on OPEN I-O means RELSTAT has never been written -
      *> OUTPUT creates it.  An existing record for the run is read so
      *> the other checks' verdicts and any override on it are kept.
       F010-OPEN-RELEASE-STATUS.
           MOVE 'N' TO WS-RS-OPEN-SW.
           MOVE 'N' TO WS-RS-FOUND-SW.
           MOVE SPACES TO RELEASE-STATUS-RECORD.
           MOVE WS-LIST-RUN-ID TO RS-RUN-ID.
           OPEN I-O RELEASE-STATUS-FILE.
           IF WS-RELSTAT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RELEASE-STATUS-FILE
               IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO WS-RS-OPEN-SW
               END-IF
           ELSE
               IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO WS-RS-OPEN-SW
                   READ RELEASE-STATUS-FILE
                       INVALID KEY
                           MOVE SPACES TO RELEASE-STATUS-RECORD
                           MOVE WS-LIST-RUN-ID TO RS-RUN-ID
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RS-FOUND-SW
                   END-READ
               END-IF
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   REF0001 S  REFRPT will not open
      *>   REF0002 S  REFVALS will not open
      *>   REF0003 E  PRIMEOUT will not open - nothing validated
      *>   REF0004 E  no records on PRIMEOUT - nothing validated
      *>   REF0005 E  no reference value within coverage - nothing
      *>              validated
      *>   REF0006 W  reference verdict not recorded on RELSTAT
      *>   REF0010 I  validated
      *>   REF0011 E  not validated - mismatches or rejected cards
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMREFCK" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMREFCK: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
