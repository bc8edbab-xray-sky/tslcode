       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMCLASS.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Prime classification build.  Reads PRIME-MASTER front to back
      *> into a table (falling back to PRIME-OUT-FILE when the master
      *> will not open, as PRMFACT does) and writes the classification
      *> KSDS CLASSVSM (copybook PRMCLASS), one record per prime keyed
      *> by value, carrying a Y/N/U flag for each supported class:
      *> twin, cousin, sexy, Sophie Germain, safe, palindromic, emirp
      *> and Chen.  The selection report PRMCLSEL reads it, so requests
      *> like "all safe primes under a million" become a job
      *> submission.
      *>
      *> The list is complete from 2 up to its highest prime, so any
      *> value up to that limit is prime exactly when it is on the
      *> table.  A class whose partner value lies above the limit
      *> (p+2 for the top twin candidate, 2p+1 for most Sophie Germain
      *> candidates, and so on) is marked 'U', undetermined - not 'N'.
      *> The limit goes on every record as PC-COVER-LIMIT.
      *>
      *> CLASSVSM is rebuilt whole each run: a longer list can turn any
      *> 'U' into a decision, so records are never carried forward.
      *> Like PRMFACT, a list that does not begin at 2 is refused - the
      *> partners below its floor would all be unknown.
      *>
      *> RETURN-CODE 12 on a list that does not begin at 2; 16 when no
      *> list can be read or CLASSVSM will not open.
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
           SELECT PRIME-MASTER ASSIGN TO "PRIMEVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT CLASS-MASTER ASSIGN TO "CLASSVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PRIME-KEY
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-MASTER.
           COPY PRMVSAM.

       FD  PRIME-OUT-FILE.
           COPY PRMOUT.

       FD  CLASS-MASTER.
           COPY PRMCLASS.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-CLASS-STATUS    PIC XX VALUE SPACES.

      *> the list, loaded once in key order - same 9999 ceiling as the
      *> NPRIMES table the master is built from.  WS-SOURCE-RUN-ID is
      *> the newest run id seen on it.
       01  WS-PRIME-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-PRIMES USAGE IS COMP.
           05  WS-PRIME PIC 9(9) OCCURS 9999 TIMES.
       01  WS-POSITIONS USAGE IS COMP.
           05  WS-POS   PIC 9(4) OCCURS 9999 TIMES.
       01  WS-HIGHEST-PRIME PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-SOURCE-RUN-ID PIC X(14) VALUE LOW-VALUES.
       01  WS-CLASS-DATE    PIC X(8)  VALUE SPACES.

      *> membership test - WS-TEST-VALUE is looked up on the table by
      *> binary search.  Ten digits, since 2p+1 of a nine-digit prime
      *> can need one more; callers only test values at or under the
      *> highest prime.
       01  WS-TEST-VALUE  PIC 9(10) USAGE IS COMP VALUE ZERO.
       01  WS-IS-PRIME-SW PIC X VALUE 'N'.
       01  WS-LO          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-HI          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-MID         PIC 9(4) USAGE IS COMP VALUE ZERO.

      *> classification work for the prime in hand.
       01  WS-P           PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-OFFSET      PIC 9(2)  USAGE IS COMP VALUE ZERO.
       01  WS-FLAG        PIC X     VALUE SPACE.
       01  WS-REVERSED    PIC 9(10) USAGE IS COMP VALUE ZERO.
       01  WS-CHEN-N      PIC 9(10) USAGE IS COMP VALUE ZERO.
       01  WS-SMALL-DIV   PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-DIV         PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-REM         PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-DIGIT-WORK  PIC 9(9)  VALUE ZERO.
       01  WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
           05  WS-DIGIT   PIC 9 OCCURS 9 TIMES.
       01  WS-SIG-IX      PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  SUBSCRIPTS USAGE IS COMP.
           05  I PIC 9(4) VALUE 1.
           05  J PIC 9(4) VALUE 1.
           05  K PIC 9(4) VALUE 1.

      *> per-class tallies, in PC-CLASS-FLAG order.
       01  WS-CLASS-NAMES.
           05  FILLER PIC X(14) VALUE "TWIN".
           05  FILLER PIC X(14) VALUE "COUSIN".
           05  FILLER PIC X(14) VALUE "SEXY".
           05  FILLER PIC X(14) VALUE "SOPHIE GERMAIN".
           05  FILLER PIC X(14) VALUE "SAFE".
           05  FILLER PIC X(14) VALUE "PALINDROMIC".
           05  FILLER PIC X(14) VALUE "EMIRP".
           05  FILLER PIC X(14) VALUE "CHEN".
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
           05  WS-CLASS-NAME PIC X(14) OCCURS 8 TIMES.
       01  WS-CLASS-TALLIES USAGE IS COMP.
           05  WS-CLASS-TALLY OCCURS 8 TIMES.
               10  WS-CT-YES PIC 9(6).
               10  WS-CT-NO  PIC 9(6).
               10  WS-CT-UND PIC 9(6).
       01  WS-WRITE-COUNT PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-YES-EDIT    PIC Z(5)9.
       01  WS-NO-EDIT     PIC Z(5)9.
       01  WS-UND-EDIT    PIC Z(5)9.
       01  WS-LIMIT-EDIT  PIC Z(8)9.

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
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-CLASS-DATE.
           INITIALIZE WS-CLASS-TALLIES.
           PERFORM A010-LOAD-PRIME-TABLE.
           IF WS-PRIME-COUNT IS EQUAL TO ZERO
               DISPLAY "PRMCLASS: NO PRIMES AVAILABLE FROM MASTER OR "
                   "PRIME-OUT-FILE - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CLS0002" TO WS-EV-MSG-NO
               MOVE "NO PRIMES FROM PRIMEVSM OR PRIMEOUT - TERMINATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIME (1) IS NOT EQUAL TO 2
               DISPLAY "PRMCLASS: PRIME TABLE DOES NOT BEGIN AT 2 - "
                   "THE MASTER HOLDS A RANGE RUN'S LIST AND CANNOT "
                   "BE CLASSIFIED"
               DISPLAY "PRMCLASS: REGENERATE THE FULL LIST WITH A "
                   "COUNT RUN AND RESUBMIT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "CLS0003" TO WS-EV-MSG-NO
               STRING "LIST DOES NOT BEGIN AT 2 - NOT CLASSIFIED, "
                   "REGENERATE WITH A COUNT RUN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLASS-MASTER.
           IF WS-CLASS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMCLASS: CLASS-MASTER OPEN OUTPUT FAILED, "
                   "STATUS " WS-CLASS-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CLS0004" TO WS-EV-MSG-NO
               STRING "CLASSVSM WILL NOT OPEN, STATUS " WS-CLASS-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B000-CLASSIFY-PRIME
               VARYING I FROM 1 BY 1
               UNTIL I IS GREATER THAN WS-PRIME-COUNT.
           CLOSE CLASS-MASTER.
           PERFORM D000-DISPLAY-TALLIES.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "CLS0010" TO WS-EV-MSG-NO.
           MOVE WS-WRITE-COUNT TO WS-YES-EDIT.
           MOVE WS-HIGHEST-PRIME TO WS-LIMIT-EDIT.
           STRING FUNCTION TRIM (WS-YES-EDIT)
               " PRIMES CLASSIFIED ON CLASSVSM, LIST COMPLETE TO "
               FUNCTION TRIM (WS-LIMIT-EDIT)
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

      *> load the table from the master in key order; fall back to
      *> the list file when the master will not open.
       A010-LOAD-PRIME-TABLE.
           OPEN INPUT PRIME-MASTER.
           IF WS-MASTER-STATUS IS EQUAL TO "00"
               PERFORM A011-READ-MASTER
                   UNTIL WS-MASTER-STATUS IS NOT EQUAL TO "00"
               CLOSE PRIME-MASTER
           ELSE
               DISPLAY "PRMCLASS: PRIME-MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
                   " - FALLING BACK TO PRIME-OUT-FILE"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "CLS0001" TO WS-EV-MSG-NO
               STRING "PRIMEVSM WILL NOT OPEN, STATUS " WS-MASTER-STATUS
                   " - CLASSIFYING FROM PRIMEOUT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               OPEN INPUT PRIME-OUT-FILE
               IF WS-PRIMEOUT-STATUS IS EQUAL TO "00"
                   PERFORM A012-READ-PRIME-OUT
                       UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
                   CLOSE PRIME-OUT-FILE
               END-IF
           END-IF.
           IF WS-PRIME-COUNT IS GREATER THAN ZERO
               MOVE WS-PRIME (WS-PRIME-COUNT) TO WS-HIGHEST-PRIME
           END-IF.

       A011-READ-MASTER.
           READ PRIME-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-MASTER-STATUS
               NOT AT END
                   IF WS-PRIME-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-PRIME-COUNT
                       MOVE PM-PRIME-KEY TO WS-PRIME (WS-PRIME-COUNT)
                       MOVE PM-FOUND-POS TO WS-POS (WS-PRIME-COUNT)
                       IF PM-RUN-ID IS GREATER THAN WS-SOURCE-RUN-ID
                           MOVE PM-RUN-ID TO WS-SOURCE-RUN-ID
                       END-IF
                   END-IF
           END-READ.

       A012-READ-PRIME-OUT.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   IF WS-PRIME-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-PRIME-COUNT
                       MOVE PO-PRIME-VALUE TO WS-PRIME (WS-PRIME-COUNT)
                       MOVE PO-FOUND-POS TO WS-POS (WS-PRIME-COUNT)
                       IF PO-RUN-ID IS GREATER THAN WS-SOURCE-RUN-ID
                           MOVE PO-RUN-ID TO WS-SOURCE-RUN-ID
                       END-IF
                   END-IF
           END-READ.

      *> one record per prime, every flag decided (or marked 'U') in
      *> PC-CLASS-FLAG order.
       B000-CLASSIFY-PRIME.
           MOVE WS-PRIME (I) TO WS-P.
           MOVE SPACES TO PRIME-CLASS-RECORD.
           MOVE WS-P TO PC-PRIME-KEY.
           MOVE WS-POS (I) TO PC-FOUND-POS.
           MOVE 2 TO WS-OFFSET.
           PERFORM C010-PAIR-CLASS.
           MOVE WS-FLAG TO PC-TWIN-FLAG.
           MOVE 4 TO WS-OFFSET.
           PERFORM C010-PAIR-CLASS.
           MOVE WS-FLAG TO PC-COUSIN-FLAG.
           MOVE 6 TO WS-OFFSET.
           PERFORM C010-PAIR-CLASS.
           MOVE WS-FLAG TO PC-SEXY-FLAG.
           PERFORM C020-SOPHIE-GERMAIN.
           MOVE WS-FLAG TO PC-SOPHIE-FLAG.
           PERFORM C030-SAFE.
           MOVE WS-FLAG TO PC-SAFE-FLAG.
           PERFORM C040-PALINDROMIC.
           MOVE WS-FLAG TO PC-PALIN-FLAG.
           PERFORM C050-EMIRP.
           MOVE WS-FLAG TO PC-EMIRP-FLAG.
           PERFORM C060-CHEN.
           MOVE WS-FLAG TO PC-CHEN-FLAG.
           MOVE WS-HIGHEST-PRIME TO PC-COVER-LIMIT.
           MOVE WS-SOURCE-RUN-ID TO PC-SOURCE-RUN-ID.
           MOVE WS-CLASS-DATE TO PC-CLASS-DATE.
           WRITE PRIME-CLASS-RECORD
               INVALID KEY
                   DISPLAY "PRMCLASS: DUPLICATE KEY ON CLASS WRITE "
                       PC-PRIME-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
                   PERFORM B010-TALLY-FLAG
                       VARYING J FROM 1 BY 1
                       UNTIL J IS GREATER THAN 8
           END-WRITE.

       B010-TALLY-FLAG.
           EVALUATE PC-CLASS-FLAG (J)
               WHEN 'Y'
                   ADD 1 TO WS-CT-YES (J)
               WHEN 'N'
                   ADD 1 TO WS-CT-NO (J)
               WHEN OTHER
                   ADD 1 TO WS-CT-UND (J)
           END-EVALUATE.

      *> twin, cousin and sexy - p is in the class when p-WS-OFFSET or
      *> p+WS-OFFSET is prime.  The lower partner is always on the
      *> list's reach; only a missing lower partner with the upper one
      *> past the limit leaves the class undetermined.
       C010-PAIR-CLASS.
           MOVE 'N' TO WS-FLAG.
           IF WS-P IS GREATER THAN WS-OFFSET + 1
               COMPUTE WS-TEST-VALUE = WS-P - WS-OFFSET
               PERFORM C900-TEST-VALUE
               IF WS-IS-PRIME-SW IS EQUAL TO 'Y'
                   MOVE 'Y' TO WS-FLAG
               END-IF
           END-IF.
           IF WS-FLAG IS EQUAL TO 'N'
               COMPUTE WS-TEST-VALUE = WS-P + WS-OFFSET
               PERFORM C910-TEST-PARTNER
           END-IF.

       C020-SOPHIE-GERMAIN.
           COMPUTE WS-TEST-VALUE = WS-P * 2 + 1.
           PERFORM C910-TEST-PARTNER.

      *> (p-1)/2 is always below p, so safe is always decided.  For 2
      *> and 3 the quotient is under 2 and not prime.
       C030-SAFE.
           MOVE 'N' TO WS-FLAG.
           COMPUTE WS-TEST-VALUE = (WS-P - 1) / 2.
           IF WS-TEST-VALUE IS GREATER THAN 1
               PERFORM C900-TEST-VALUE
               MOVE WS-IS-PRIME-SW TO WS-FLAG
           END-IF.

      *> the digits are compared from both ends of the significant
      *> part - leading zeros of the PIC 9(9) work item do not count.
       C040-PALINDROMIC.
           PERFORM C045-SPLIT-DIGITS.
           MOVE 'Y' TO WS-FLAG.
           PERFORM VARYING K FROM WS-SIG-IX BY 1
               UNTIL K IS GREATER THAN 9
               IF WS-DIGIT (K) IS NOT EQUAL TO
                   WS-DIGIT (9 + WS-SIG-IX - K)
                   MOVE 'N' TO WS-FLAG
               END-IF
           END-PERFORM.

       C045-SPLIT-DIGITS.
           MOVE WS-P TO WS-DIGIT-WORK.
           PERFORM VARYING WS-SIG-IX FROM 1 BY 1
               UNTIL WS-DIGIT (WS-SIG-IX) IS NOT EQUAL TO ZERO
               CONTINUE
           END-PERFORM.

      *> the reversal of a palindrome is itself, which does not make
      *> an emirp.  Otherwise the reversed value is tested like any
      *> other partner - it keeps every digit, but can still lie above
      *> the list's limit (1009 to 9001), and is then undecided.
       C050-EMIRP.
           PERFORM C045-SPLIT-DIGITS.
           MOVE ZERO TO WS-REVERSED.
           PERFORM VARYING K FROM 9 BY -1
               UNTIL K IS LESS THAN WS-SIG-IX
               COMPUTE WS-REVERSED = WS-REVERSED * 10 + WS-DIGIT (K)
           END-PERFORM.
           IF WS-REVERSED IS EQUAL TO WS-P
               MOVE 'N' TO WS-FLAG
           ELSE
               MOVE WS-REVERSED TO WS-TEST-VALUE
               PERFORM C910-TEST-PARTNER
           END-IF.

      *> Chen - p+2 prime, or the product of exactly two primes.  The
      *> list is complete to its limit, so p+2 at or under the limit
      *> and not on it has its smallest prime factor on the table; the
      *> cofactor is below p+2 and decided by the table too.
       C060-CHEN.
           COMPUTE WS-CHEN-N = WS-P + 2.
           MOVE WS-CHEN-N TO WS-TEST-VALUE.
           IF WS-TEST-VALUE IS GREATER THAN WS-HIGHEST-PRIME
               MOVE 'U' TO WS-FLAG
           ELSE
               PERFORM C900-TEST-VALUE
               IF WS-IS-PRIME-SW IS EQUAL TO 'Y'
                   MOVE 'Y' TO WS-FLAG
               ELSE
                   MOVE ZERO TO WS-SMALL-DIV
                   PERFORM C065-TRY-DIVISOR
                       VARYING J FROM 1 BY 1
                       UNTIL J IS GREATER THAN WS-PRIME-COUNT
                           OR WS-SMALL-DIV IS GREATER THAN ZERO
                   COMPUTE WS-TEST-VALUE = WS-CHEN-N / WS-SMALL-DIV
                   PERFORM C900-TEST-VALUE
                   MOVE WS-IS-PRIME-SW TO WS-FLAG
               END-IF
           END-IF.

       C065-TRY-DIVISOR.
           DIVIDE WS-PRIME (J) INTO WS-CHEN-N
               GIVING WS-DIV REMAINDER WS-REM.
           IF WS-REM IS EQUAL TO ZERO
               MOVE WS-PRIME (J) TO WS-SMALL-DIV
           END-IF.

      *> binary search of the table for WS-TEST-VALUE.
       C900-TEST-VALUE.
           MOVE 'N' TO WS-IS-PRIME-SW.
           MOVE 1 TO WS-LO.
           MOVE WS-PRIME-COUNT TO WS-HI.
           PERFORM C905-PROBE
               UNTIL WS-LO IS GREATER THAN WS-HI
                   OR WS-IS-PRIME-SW IS EQUAL TO 'Y'.

       C905-PROBE.
           COMPUTE WS-MID = (WS-LO + WS-HI) / 2.
           EVALUATE TRUE
               WHEN WS-PRIME (WS-MID) IS EQUAL TO WS-TEST-VALUE
                   MOVE 'Y' TO WS-IS-PRIME-SW
               WHEN WS-PRIME (WS-MID) IS LESS THAN WS-TEST-VALUE
                   COMPUTE WS-LO = WS-MID + 1
               WHEN OTHER
                   IF WS-MID IS EQUAL TO 1
                       MOVE ZERO TO WS-HI
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
           END-EVALUATE.

      *> an upper partner is decided only at or under the highest
      *> prime on the list - past it the class is undetermined.
       C910-TEST-PARTNER.
           IF WS-TEST-VALUE IS GREATER THAN WS-HIGHEST-PRIME
               MOVE 'U' TO WS-FLAG
           ELSE
               PERFORM C900-TEST-VALUE
               MOVE WS-IS-PRIME-SW TO WS-FLAG
           END-IF.

       D000-DISPLAY-TALLIES.
           DISPLAY "PRMCLASS: " WS-WRITE-COUNT
               " PRIMES CLASSIFIED, LIST COMPLETE TO "
               WS-HIGHEST-PRIME.
           PERFORM D010-DISPLAY-ONE-TALLY
               VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN 8.

       D010-DISPLAY-ONE-TALLY.
           MOVE WS-CT-YES (J) TO WS-YES-EDIT.
           MOVE WS-CT-NO (J) TO WS-NO-EDIT.
           MOVE WS-CT-UND (J) TO WS-UND-EDIT.
           DISPLAY "PRMCLASS:   " WS-CLASS-NAME (J)
               " YES " WS-YES-EDIT " NO " WS-NO-EDIT
               " UNDETERMINED " WS-UND-EDIT.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   CLS0001 W  PRIMEVSM will not open - classified from PRIMEOUT
      *>   CLS0002 S  no primes on PRIMEVSM or PRIMEOUT
      *>   CLS0003 E  list does not begin at 2 - not classified
      *>   CLS0004 S  CLASSVSM will not open
      *>   CLS0010 I  primes classified
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMCLASS" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMCLASS: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
