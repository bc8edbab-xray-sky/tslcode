       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMGOLD.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Batch Goldbach partition service driven by the PRIME-MASTER
      *> KSDS, built on the same lines as PRMFACT.
      *>
      *> Reads GOLDIN (one even number per record) and, for each, finds
      *> every way it splits into two primes p + q with p not above q:
      *> the number of such partitions, the partition with the
      *> smallest prime, and the most balanced partition (p nearest
      *> n/2).  A readable line goes to GOLDOUT and a fixed-layout
      *> GOLDRECF record (copybook PRMGOLDR) to go with it.
      *>
      *> The master is read once, front to back, into a table, falling
      *> back to PRIME-OUT-FILE when it will not open - PRMFACT's
      *> arrangement.  The list must begin at 2: a partition count off
      *> a list missing the small primes would simply be wrong.
      *>
      *> Coverage: the largest prime a partition of n can use is n-2,
      *> so a number with n-2 above the highest prime on the list goes
      *> out with the OUTSIDE disposition and no count, instead of a
      *> count that silently misses the partitions the list cannot
      *> see.  Anything that is not an even number of 4 or more is an
      *> ERROR.
      *>
      *> RETURN-CODE 12 on a list that does not begin at 2; 16 when no
      *> list can be read or GOLDIN, GOLDOUT or GOLDRECF will not open.
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
           SELECT GOLD-IN-FILE ASSIGN TO "GOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDIN-STATUS.
           SELECT GOLD-OUT-FILE ASSIGN TO "GOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDOUT-STATUS.
           SELECT GOLD-REC-FILE ASSIGN TO "GOLDRECF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOLDREC-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-MASTER.
           COPY PRMVSAM.

       FD  PRIME-OUT-FILE.
           COPY PRMOUT.

       FD  GOLD-IN-FILE.
       01  GOLD-IN-RECORD PIC X(12).

       FD  GOLD-OUT-FILE.
       01  GOLD-OUT-RECORD PIC X(100).

      *> fixed-layout twin of GOLDOUT for program consumption.
       FD  GOLD-REC-FILE.
           COPY PRMGOLDR.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-GOLDIN-STATUS   PIC XX VALUE SPACES.
       01  WS-GOLDOUT-STATUS  PIC XX VALUE SPACES.
       01  WS-GOLDREC-STATUS  PIC XX VALUE SPACES.

      *> the master's primes, loaded once in key order - same 9999
      *> ceiling as PRMFACT's divisor table.
       01  WS-PRIME-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-PRIMES USAGE IS COMP.
           05  WS-PRIME PIC 9(9) OCCURS 9999 TIMES.
       01  WS-HIGHEST-PRIME PIC 9(9) USAGE IS COMP VALUE ZERO.

      *> input parse work - same token handling as PRMFACT.
       01  WS-GOLD-TOKEN  PIC X(12) VALUE SPACES.
       01  WS-TOKEN-LEN   PIC 9(2)  VALUE ZERO.
       01  WS-EVEN-NUM    PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-HALF        PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-REM         PIC 9(9)  USAGE IS COMP VALUE ZERO.

      *> partition work.  WS-TEST-VALUE is the partner q looked up on
      *> the table by binary search.
       01  WS-TEST-VALUE  PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-IS-PRIME-SW PIC X VALUE 'N'.
       01  WS-LO          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-HI          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-MID         PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-PART-COUNT  PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-SMALL-P     PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-SMALL-Q     PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-BAL-P       PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-BAL-Q       PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-REC-STATUS  PIC X(8)  VALUE SPACES.
       01  SUBSCRIPTS USAGE IS COMP.
           05  I PIC 9(4) VALUE 1.

       01  WS-NUMBERS-READ PIC 9(6) USAGE IS COMP VALUE ZERO.

      *> output assembly.
       01  WS-NUM-EDIT    PIC Z(8)9.
       01  WS-COUNT-EDIT  PIC Z(5)9.
       01  WS-P-EDIT      PIC Z(8)9.
       01  WS-Q-EDIT      PIC Z(8)9.
       01  WS-P2-EDIT     PIC Z(8)9.
       01  WS-Q2-EDIT     PIC Z(8)9.
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
           PERFORM A010-OPEN-FILES.
           PERFORM A020-LOAD-PRIME-TABLE.
           IF WS-PRIME-COUNT IS EQUAL TO ZERO
               DISPLAY "PRMGOLD: NO PRIMES AVAILABLE FROM MASTER OR "
                   "PRIME-OUT-FILE - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GLD0002" TO WS-EV-MSG-NO
               MOVE "NO PRIMES FROM PRIMEVSM OR PRIMEOUT - TERMINATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE GOLD-IN-FILE GOLD-OUT-FILE GOLD-REC-FILE
               STOP RUN
           END-IF.
      *> partitions are counted off the complete list from 2 upward -
      *> a range run's list would drop every partition using a prime
      *> below its floor.
           IF WS-PRIME (1) IS NOT EQUAL TO 2
               DISPLAY "PRMGOLD: PRIME TABLE DOES NOT BEGIN AT 2 - "
                   "THE MASTER HOLDS A RANGE RUN'S LIST AND CANNOT "
                   "COUNT PARTITIONS"
               DISPLAY "PRMGOLD: REGENERATE THE FULL LIST WITH A "
                   "COUNT RUN AND RESUBMIT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GLD0003" TO WS-EV-MSG-NO
               STRING "LIST DOES NOT BEGIN AT 2 - NO PARTITIONS "
                   "COUNTED, REGENERATE WITH A COUNT RUN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE GOLD-IN-FILE GOLD-OUT-FILE GOLD-REC-FILE
               STOP RUN
           END-IF.
           PERFORM B000-PARTITION-NEXT
               UNTIL WS-GOLDIN-STATUS IS NOT EQUAL TO "00".
           CLOSE GOLD-IN-FILE GOLD-OUT-FILE GOLD-REC-FILE.
           DISPLAY "PRMGOLD: " WS-NUMBERS-READ
               " NUMBERS PROCESSED AGAINST " WS-PRIME-COUNT
               " PRIMES".
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "GLD0010" TO WS-EV-MSG-NO.
           MOVE WS-NUMBERS-READ TO WS-COUNT-EDIT.
           MOVE WS-PRIME-COUNT TO WS-NUM-EDIT.
           STRING FUNCTION TRIM (WS-COUNT-EDIT)
               " NUMBERS PROCESSED AGAINST "
               FUNCTION TRIM (WS-NUM-EDIT) " PRIMES"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

       A010-OPEN-FILES.
           OPEN INPUT GOLD-IN-FILE.
           IF WS-GOLDIN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGOLD: GOLD-IN-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-GOLDIN-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GLD0001" TO WS-EV-MSG-NO
               STRING "GOLDIN WILL NOT OPEN, STATUS " WS-GOLDIN-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOLD-OUT-FILE.
           IF WS-GOLDOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGOLD: GOLD-OUT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-GOLDOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GLD0001" TO WS-EV-MSG-NO
               STRING "GOLDOUT WILL NOT OPEN, STATUS " WS-GOLDOUT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE GOLD-IN-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOLD-REC-FILE.
           IF WS-GOLDREC-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGOLD: GOLD-REC-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-GOLDREC-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GLD0001" TO WS-EV-MSG-NO
               STRING "GOLDRECF WILL NOT OPEN, STATUS "
                   WS-GOLDREC-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE GOLD-IN-FILE GOLD-OUT-FILE
               STOP RUN
           END-IF.

      *> load the table from the master in key order; fall back to
      *> the list file when the master will not open.
       A020-LOAD-PRIME-TABLE.
           OPEN INPUT PRIME-MASTER.
           IF WS-MASTER-STATUS IS EQUAL TO "00"
               PERFORM A021-READ-MASTER
                   UNTIL WS-MASTER-STATUS IS NOT EQUAL TO "00"
               CLOSE PRIME-MASTER
           ELSE
               DISPLAY "PRMGOLD: PRIME-MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
                   " - FALLING BACK TO PRIME-OUT-FILE"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "GLD0004" TO WS-EV-MSG-NO
               STRING "PRIMEVSM WILL NOT OPEN, STATUS " WS-MASTER-STATUS
                   " - PRIMES TAKEN FROM PRIMEOUT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               PERFORM A022-LOAD-FROM-PRIME-OUT
           END-IF.
           IF WS-PRIME-COUNT IS GREATER THAN ZERO
               MOVE WS-PRIME (WS-PRIME-COUNT) TO WS-HIGHEST-PRIME
           END-IF.

       A021-READ-MASTER.
           READ PRIME-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-MASTER-STATUS
               NOT AT END
                   IF WS-PRIME-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-PRIME-COUNT
                       MOVE PM-PRIME-KEY TO WS-PRIME (WS-PRIME-COUNT)
                   END-IF
           END-READ.

       A022-LOAD-FROM-PRIME-OUT.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS EQUAL TO "00"
               PERFORM A023-READ-PRIME-OUT
                   UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               CLOSE PRIME-OUT-FILE
           END-IF.

       A023-READ-PRIME-OUT.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   IF WS-PRIME-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-PRIME-COUNT
                       MOVE PO-PRIME-VALUE TO WS-PRIME (WS-PRIME-COUNT)
                   END-IF
           END-READ.

       B000-PARTITION-NEXT.
           READ GOLD-IN-FILE
               AT END
                   MOVE "10" TO WS-GOLDIN-STATUS
               NOT AT END
                   ADD 1 TO WS-NUMBERS-READ
                   PERFORM B010-PARSE-NUMBER
           END-READ.

      *> same delimiter-driven token handling as PRMFACT's candidate
      *> parse.
       B010-PARSE-NUMBER.
           MOVE SPACES TO WS-GOLD-TOKEN.
           UNSTRING GOLD-IN-RECORD DELIMITED BY ALL SPACE
               INTO WS-GOLD-TOKEN
           END-UNSTRING.
           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (WS-GOLD-TOKEN)).
           IF WS-TOKEN-LEN IS GREATER THAN ZERO
               AND WS-TOKEN-LEN IS NOT GREATER THAN 9
               AND WS-GOLD-TOKEN (1 : WS-TOKEN-LEN) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-GOLD-TOKEN (1 : WS-TOKEN-LEN))
                   TO WS-EVEN-NUM
               PERFORM C000-PARTITION-NUMBER
           ELSE
               MOVE SPACES TO GOLD-OUT-RECORD
               STRING "ERROR    " GOLD-IN-RECORD
                   " IS NOT A USABLE EVEN NUMBER"
                   DELIMITED BY SIZE INTO GOLD-OUT-RECORD
               END-STRING
               WRITE GOLD-OUT-RECORD
               MOVE ZERO TO WS-EVEN-NUM
               PERFORM C005-CLEAR-PARTITIONS
               MOVE "ERROR" TO WS-REC-STATUS
               PERFORM E100-WRITE-GOLDBACH-RECORD
           END-IF.

      *> walk p up the table to n/2, looking each partner q = n - p up
      *> on the table.  The first hit is the smallest-prime partition
      *> and the last the most balanced.
       C000-PARTITION-NUMBER.
           PERFORM C005-CLEAR-PARTITIONS.
           DIVIDE WS-EVEN-NUM BY 2 GIVING WS-HALF REMAINDER WS-REM.
           EVALUATE TRUE
               WHEN WS-EVEN-NUM IS LESS THAN 4
                   OR WS-REM IS NOT EQUAL TO ZERO
                   PERFORM D030-WRITE-NOT-EVEN
               WHEN WS-EVEN-NUM - 2 IS GREATER THAN WS-HIGHEST-PRIME
                   PERFORM D020-WRITE-OUTSIDE
               WHEN OTHER
                   PERFORM C010-TRY-PRIME
                       VARYING I FROM 1 BY 1
                       UNTIL I IS GREATER THAN WS-PRIME-COUNT
                           OR WS-PRIME (I) IS GREATER THAN WS-HALF
                   PERFORM D010-WRITE-COMPLETE
           END-EVALUATE.

       C005-CLEAR-PARTITIONS.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE ZERO TO WS-SMALL-P.
           MOVE ZERO TO WS-SMALL-Q.
           MOVE ZERO TO WS-BAL-P.
           MOVE ZERO TO WS-BAL-Q.

       C010-TRY-PRIME.
           COMPUTE WS-TEST-VALUE = WS-EVEN-NUM - WS-PRIME (I).
           PERFORM C900-TEST-VALUE.
           IF WS-IS-PRIME-SW IS EQUAL TO 'Y'
               ADD 1 TO WS-PART-COUNT
               IF WS-PART-COUNT IS EQUAL TO 1
                   MOVE WS-PRIME (I) TO WS-SMALL-P
                   MOVE WS-TEST-VALUE TO WS-SMALL-Q
               END-IF
               MOVE WS-PRIME (I) TO WS-BAL-P
               MOVE WS-TEST-VALUE TO WS-BAL-Q
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

       D010-WRITE-COMPLETE.
           MOVE WS-EVEN-NUM TO WS-NUM-EDIT.
           MOVE WS-PART-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SMALL-P TO WS-P-EDIT.
           MOVE WS-SMALL-Q TO WS-Q-EDIT.
           MOVE WS-BAL-P TO WS-P2-EDIT.
           MOVE WS-BAL-Q TO WS-Q2-EDIT.
           MOVE SPACES TO GOLD-OUT-RECORD.
           IF WS-PART-COUNT IS EQUAL TO ZERO
               STRING "COMPLETE " WS-NUM-EDIT
                   " HAS NO PARTITION INTO TWO PRIMES"
                   DELIMITED BY SIZE INTO GOLD-OUT-RECORD
               END-STRING
           ELSE
               STRING "COMPLETE " WS-NUM-EDIT " "
                   FUNCTION TRIM (WS-COUNT-EDIT) " PARTITIONS"
                   ", SMALLEST " FUNCTION TRIM (WS-P-EDIT) " + "
                   FUNCTION TRIM (WS-Q-EDIT)
                   ", MOST BALANCED " FUNCTION TRIM (WS-P2-EDIT)
                   " + " FUNCTION TRIM (WS-Q2-EDIT)
                   DELIMITED BY SIZE INTO GOLD-OUT-RECORD
               END-STRING
           END-IF.
           WRITE GOLD-OUT-RECORD.
           MOVE "COMPLETE" TO WS-REC-STATUS.
           PERFORM E100-WRITE-GOLDBACH-RECORD.

       D020-WRITE-OUTSIDE.
           MOVE WS-EVEN-NUM TO WS-NUM-EDIT.
           MOVE WS-HIGHEST-PRIME TO WS-LIMIT-EDIT.
           MOVE SPACES TO GOLD-OUT-RECORD.
           STRING "OUTSIDE  " WS-NUM-EDIT
               " OUTSIDE COVERAGE - PARTITIONS NEED PRIMES ABOVE "
               "THE LIST, WHICH ENDS AT " FUNCTION TRIM (WS-LIMIT-EDIT)
               DELIMITED BY SIZE INTO GOLD-OUT-RECORD
           END-STRING.
           WRITE GOLD-OUT-RECORD.
           MOVE "OUTSIDE" TO WS-REC-STATUS.
           PERFORM E100-WRITE-GOLDBACH-RECORD.

       D030-WRITE-NOT-EVEN.
           MOVE WS-EVEN-NUM TO WS-NUM-EDIT.
           MOVE SPACES TO GOLD-OUT-RECORD.
           STRING "ERROR    " WS-NUM-EDIT
               " IS NOT AN EVEN NUMBER OF 4 OR MORE"
               DELIMITED BY SIZE INTO GOLD-OUT-RECORD
           END-STRING.
           WRITE GOLD-OUT-RECORD.
           MOVE "ERROR" TO WS-REC-STATUS.
           PERFORM E100-WRITE-GOLDBACH-RECORD.

      *> the machine-readable twin of whichever text line just went
      *> out.
       E100-WRITE-GOLDBACH-RECORD.
           INITIALIZE GOLDBACH-RECORD.
           MOVE WS-EVEN-NUM TO GR-EVEN-NUMBER.
           MOVE WS-REC-STATUS TO GR-STATUS.
           MOVE WS-PART-COUNT TO GR-PARTITION-COUNT.
           MOVE WS-SMALL-P TO GR-SMALL-P.
           MOVE WS-SMALL-Q TO GR-SMALL-Q.
           MOVE WS-BAL-P TO GR-BAL-P.
           MOVE WS-BAL-Q TO GR-BAL-Q.
           MOVE WS-HIGHEST-PRIME TO GR-COVER-LIMIT.
           WRITE GOLDBACH-RECORD.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   GLD0001 S  GOLDIN, GOLDOUT or GOLDRECF will not open
      *>   GLD0002 S  no primes on PRIMEVSM or PRIMEOUT
      *>   GLD0003 E  list does not begin at 2 - nothing partitioned
      *>   GLD0004 W  PRIMEVSM will not open - primes off PRIMEOUT
      *>   GLD0010 I  numbers processed
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMGOLD " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMGOLD: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
