               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *> retained generations - every completed count run's list is
      *> filed on PRIMEGEN and cataloged on GENCAT, keeping the newest
      *> GENPARM-configured number of them.
           SELECT GEN-FILE ASSIGN TO "PRIMEGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-RUN-ID
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPARM-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PRMVSAM REPLACING LEADING ==PM== BY ==RM==
               ==PRIME-MASTER-RECORD== BY ==RANGE-MASTER-RECORD==.

       FD  GEN-FILE.
           COPY PRMGEN.

       FD  GEN-CATALOG.
           COPY PRMGCAT.

      *> number of generations to keep - one record, first token.
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD PIC X(20).

      *> run-control record - one record, rewritten at the start and
      *> end of every run.  An INFLIGHT record still on file when a
      *> run starts means another NPRIMES is (or died while) running,
           05  RC-PARM     PIC X(20).
           05  RC-RETCODE  PIC 9(4).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-NUM     PIC 9(4) USAGE IS COMP VALUE 100.
      *01  WS-NUM     PIC 9(4) USAGE IS COMP VALUE 1000.
           05  WS-MULT  PIC 9(7) VALUE 1.
           05  K        PIC 9(4) VALUE 1.

      *> retained generations.  WS-GEN-KEEP is the number of completed
      *> count runs' lists held on PRIMEGEN - the compiled-in default,
      *> or the GENPARM dataset's first token (1 to 99) so operations
      *> can change the retention without a recompile.  The control
      *> totals go on the GENCAT entry; a generation with any write
      *> failure is not cataloged, so nothing can ever be resent or
      *> restored from a partial copy.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-GENCAT-STATUS   PIC XX VALUE SPACES.
       01  WS-GENPARM-STATUS  PIC XX VALUE SPACES.
       01  WS-GEN-KEEP        PIC 9(2) USAGE IS COMP VALUE 7.
       01  WS-GEN-KEEP-TOKEN  PIC X(10) VALUE SPACES.
       01  WS-GEN-KEEP-LEN    PIC 9(2)  VALUE ZERO.
       01  WS-GEN-HASH        PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-GEN-ERRORS      PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-GEN-EOF-SW      PIC X     VALUE 'N'.
      *> catalog entries in key (so age) order, collected before any
      *> is deleted - the oldest beyond WS-GEN-KEEP are then removed
      *> by key, never out from under the sequential sweep.
       01  WS-GEN-HELD        PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-GEN-PRUNE       PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-GEN-IX          PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES.
               10  WS-GT-RUN-ID   PIC X(14).
               10  WS-GT-COUNT    PIC 9(6).

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.
       01  WS-EV-COUNT-EDIT   PIC Z(3)9.
       01  WS-EV-PRIME-EDIT   PIC Z(8)9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.
           PERFORM A010-GET-PARM.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-RUN-ID.
           MOVE WS-RUN-ID TO WS-EV-RUN-ID.
           PERFORM A002-CHECK-RUN-CONTROL.
           IF WS-RUNCTL-LOCK-SW IS EQUAL TO 'Y'
               PERFORM A003-REFUSE-LOCKED-RUN
           DISPLAY "NPRIMES: A GENERATION RUN IS ALREADY IN FLIGHT "
               "(STARTED " WS-LOCK-RUN-DATE ", PARM '" WS-LOCK-PARM
               "') - THIS INVOCATION WILL NOT START".
           DISPLAY "NPRIMES: IF THAT RUN ABENDED, RELEASE ITS LOCK "
               "WITH PRMRCTL AND RESUBMIT".
           MOVE "E" TO WS-EV-SEVERITY.
           MOVE "NPR0001" TO WS-EV-MSG-NO.
           STRING "REFUSED - A RUN STARTED " WS-LOCK-RUN-DATE
               " IS STILL IN FLIGHT, PARM '" WS-LOCK-PARM "'"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           MOVE 12 TO RETURN-CODE.

       A004-WRITE-RUN-START.
               DISPLAY "NPRIMES: RUN-CTL-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-RUNCTL-STATUS
                   " - RUNNING WITHOUT RUN-CONTROL PROTECTION"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "NPR0005" TO WS-EV-MSG-NO
               STRING "RUNCTL WILL NOT OPEN, STATUS " WS-RUNCTL-STATUS
                   " - RUNNING WITHOUT RUN-CONTROL PROTECTION"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

       A090-CLOSE-RUN-CONTROL.
               PERFORM A080-WRITE-MASTER
               PERFORM A085-CLEAR-CHECKPOINT
               CLOSE PRIME-OUT-FILE AUDIT-FILE
               PERFORM A190-RETAIN-GENERATION
           END-IF.
           PERFORM A095-LOG-RUN-COMPLETE.

      *> the run's completion event - what it produced, off the same
      *> figures as the audit trailer.
       A095-LOG-RUN-COMPLETE.
           MOVE WS-FOUND TO WS-EV-COUNT-EDIT.
           IF WS-FOUND IS GREATER THAN ZERO
               MOVE WS-PRIME (WS-FOUND) TO WS-EV-PRIME-EDIT
           ELSE
               MOVE ZERO TO WS-EV-PRIME-EDIT
           END-IF.
           MOVE "I" TO WS-EV-SEVERITY.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               MOVE "NPR0011" TO WS-EV-MSG-NO
               STRING "RANGE RUN COMPLETE - "
                   FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " PRIMES, LAST PRIME "
                   FUNCTION TRIM (WS-EV-PRIME-EDIT)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
           ELSE
               MOVE "NPR0010" TO WS-EV-MSG-NO
               STRING "COUNT RUN COMPLETE - "
                   FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " PRIMES, LAST PRIME "
                   FUNCTION TRIM (WS-EV-PRIME-EDIT)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
           END-IF.
           PERFORM Z900-LOG-EVENT.

       A055-GENERATE-BY-COUNT.
           IF WS-NUM IS GREATER THAN WS-SIEVE-THRESHOLD
                   " - RANGE MASTER NOT WRITTEN THIS RUN"
           END-IF.

      *> file the completed list as a retained generation under this
      *> run's id - straight from WS-PRIME and its parallel date/id
      *> tables, which hold exactly what PRIME-OUT-FILE was just given,
      *> provenance stamps included.  The catalog entry goes on last
      *> and only over a clean copy.  Retention is a by-product of the
      *> run, not part of its deliverable: a generation that cannot be
      *> filed is reported but the run's own result stands.
       A190-RETAIN-GENERATION.
           PERFORM A191-READ-GEN-KEEP.
           OPEN I-O GEN-FILE.
           IF WS-GEN-STATUS IS EQUAL TO "35"
               OPEN OUTPUT GEN-FILE
           END-IF.
           IF WS-GEN-STATUS IS EQUAL TO "00"
               MOVE ZERO TO WS-GEN-HASH
               MOVE ZERO TO WS-GEN-ERRORS
               PERFORM A192-WRITE-GEN-RECORD
                   VARYING J FROM 1 BY 1
                   UNTIL J IS GREATER THAN WS-FOUND
               CLOSE GEN-FILE
               IF WS-GEN-ERRORS IS EQUAL TO ZERO
                   PERFORM A193-CATALOG-GENERATION
               ELSE
                   DISPLAY "NPRIMES: " WS-GEN-ERRORS
                       " GENERATION WRITES FAILED - GENERATION "
                       WS-RUN-ID " NOT CATALOGED"
               END-IF
           ELSE
               DISPLAY "NPRIMES: GEN-FILE OPEN I-O FAILED, STATUS "
                   WS-GEN-STATUS " - GENERATION NOT RETAINED"
           END-IF.

      *> a missing or unusable GENPARM leaves the compiled-in default.
       A191-READ-GEN-KEEP.
           OPEN INPUT GEN-PARM-FILE.
           IF WS-GENPARM-STATUS IS EQUAL TO "00"
               READ GEN-PARM-FILE
                   AT END
                       MOVE SPACES TO GEN-PARM-RECORD
               END-READ
               CLOSE GEN-PARM-FILE
               MOVE SPACES TO WS-GEN-KEEP-TOKEN
               UNSTRING GEN-PARM-RECORD DELIMITED BY ALL SPACE
                   INTO WS-GEN-KEEP-TOKEN
               END-UNSTRING
               IF WS-GEN-KEEP-TOKEN IS NOT EQUAL TO SPACES
                   COMPUTE WS-GEN-KEEP-LEN = FUNCTION LENGTH (
                       FUNCTION TRIM (WS-GEN-KEEP-TOKEN))
                   IF WS-GEN-KEEP-LEN IS NOT GREATER THAN 2
                       AND WS-GEN-KEEP-TOKEN (1 : WS-GEN-KEEP-LEN)
                           IS NUMERIC
                       AND FUNCTION NUMVAL (WS-GEN-KEEP-TOKEN
                           (1 : WS-GEN-KEEP-LEN)) IS GREATER THAN ZERO
                       MOVE FUNCTION NUMVAL (
                               WS-GEN-KEEP-TOKEN (1 : WS-GEN-KEEP-LEN))
                           TO WS-GEN-KEEP
                   ELSE
                       DISPLAY "NPRIMES: GENPARM KEEP COUNT MUST BE 1 "
                           "TO 99 - KEEPING " WS-GEN-KEEP
                   END-IF
               END-IF
           END-IF.

       A192-WRITE-GEN-RECORD.
           MOVE WS-RUN-ID TO GN-GEN-RUN-ID.
           MOVE J TO GN-FOUND-POS.
           MOVE WS-PRIME-DATE (J) TO GN-RUN-DATE.
           MOVE WS-PRIME-ID (J) TO GN-RUN-ID.
           MOVE WS-PRIME (J) TO GN-PRIME-VALUE.
           ADD WS-PRIME (J) TO WS-GEN-HASH.
           WRITE PRIME-GEN-RECORD
               INVALID KEY
                   ADD 1 TO WS-GEN-ERRORS
           END-WRITE.

       A193-CATALOG-GENERATION.
           OPEN I-O GEN-CATALOG.
           IF WS-GENCAT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF.
           IF WS-GENCAT-STATUS IS EQUAL TO "00"
               MOVE WS-RUN-ID TO GC-RUN-ID
               MOVE WS-RUN-DATE TO GC-RUN-DATE
               IF WS-FOUND IS GREATER THAN ZERO
                   MOVE WS-PRIME-ID (1) TO GC-SOURCE-RUN-ID
                   MOVE WS-PRIME-ID (WS-FOUND) TO GC-LIST-RUN-ID
                   MOVE WS-PRIME (WS-FOUND) TO GC-LAST-PRIME
               ELSE
                   MOVE SPACES TO GC-SOURCE-RUN-ID
                   MOVE SPACES TO GC-LIST-RUN-ID
                   MOVE ZERO TO GC-LAST-PRIME
               END-IF
               MOVE WS-FOUND TO GC-RECORD-COUNT
               MOVE WS-GEN-HASH TO GC-HASH-TOTAL
               WRITE GEN-CATALOG-RECORD
                   INVALID KEY
                       DISPLAY "NPRIMES: GENERATION " WS-RUN-ID
                           " ALREADY CATALOGED"
                   NOT INVALID KEY
                       DISPLAY "NPRIMES: GENERATION " WS-RUN-ID
                           " RETAINED - " WS-FOUND " RECORDS"
               END-WRITE
               CLOSE GEN-CATALOG
               PERFORM A195-PRUNE-GENERATIONS
           ELSE
               DISPLAY "NPRIMES: GEN-CATALOG OPEN I-O FAILED, STATUS "
                   WS-GENCAT-STATUS " - GENERATION NOT CATALOGED"
           END-IF.

      *> sweep the catalog oldest first, then delete whatever lies
      *> beyond the newest WS-GEN-KEEP - each generation's records by
      *> key (positions 1 through its cataloged count), then its
      *> catalog entry.  Tonight's generation is always the newest, so
      *> it is never a candidate.
       A195-PRUNE-GENERATIONS.
           OPEN I-O GEN-CATALOG.
           IF WS-GENCAT-STATUS IS EQUAL TO "00"
               MOVE ZERO TO WS-GEN-HELD
               MOVE 'N' TO WS-GEN-EOF-SW
               MOVE LOW-VALUES TO GC-RUN-ID
               START GEN-CATALOG KEY IS NOT LESS THAN GC-RUN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-GEN-EOF-SW
               END-START
               PERFORM A196-COLLECT-CATALOG-ENTRY
                   UNTIL WS-GEN-EOF-SW IS EQUAL TO 'Y'
               IF WS-GEN-HELD IS GREATER THAN WS-GEN-KEEP
                   COMPUTE WS-GEN-PRUNE = WS-GEN-HELD - WS-GEN-KEEP
                   OPEN I-O GEN-FILE
                   IF WS-GEN-STATUS IS EQUAL TO "00"
                       PERFORM A197-DELETE-GENERATION
                           VARYING WS-GEN-IX FROM 1 BY 1
                           UNTIL WS-GEN-IX IS GREATER THAN WS-GEN-PRUNE
                       CLOSE GEN-FILE
                   ELSE
                       DISPLAY "NPRIMES: GEN-FILE OPEN I-O FAILED, "
                           "STATUS " WS-GEN-STATUS
                           " - OLD GENERATIONS NOT PRUNED"
                   END-IF
               END-IF
               CLOSE GEN-CATALOG
           END-IF.

       A196-COLLECT-CATALOG-ENTRY.
           READ GEN-CATALOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GEN-EOF-SW
               NOT AT END
                   IF WS-GEN-HELD IS LESS THAN 500
                       ADD 1 TO WS-GEN-HELD
                       MOVE GC-RUN-ID TO WS-GT-RUN-ID (WS-GEN-HELD)
                       MOVE GC-RECORD-COUNT
                           TO WS-GT-COUNT (WS-GEN-HELD)
                   END-IF
           END-READ.

       A197-DELETE-GENERATION.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN WS-GT-COUNT (WS-GEN-IX)
               MOVE WS-GT-RUN-ID (WS-GEN-IX) TO GN-GEN-RUN-ID
               MOVE J TO GN-FOUND-POS
               DELETE GEN-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           MOVE WS-GT-RUN-ID (WS-GEN-IX) TO GC-RUN-ID.
           DELETE GEN-CATALOG RECORD
               INVALID KEY
                   DISPLAY "NPRIMES: CATALOG DELETE FAILED FOR "
                       "GENERATION " GC-RUN-ID
               NOT INVALID KEY
                   DISPLAY "NPRIMES: GENERATION " GC-RUN-ID
                       " PRUNED - BEYOND THE " WS-GEN-KEEP " KEPT"
           END-DELETE.

      *> one detail line per changed key - the caller sets the action
      *> column (ADDED / DELETED / MOVED) before performing.
       A088-REPORT-CHANGED-KEY.

       A099-ABEND.
           DISPLAY "NPRIMES: TERMINATING - INVALID PARM".
           MOVE "S" TO WS-EV-SEVERITY.
           MOVE "NPR0002" TO WS-EV-MSG-NO.
           STRING "PARM '" WS-PARM-STRING
               "' INVALID - TERMINATED"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           MOVE 16 TO RETURN-CODE.

      *> a range run opens only its own RANGEOUT; a count run opens
               MOVE 'N' TO WS-PRIMEOUT-OPEN-SW
               DISPLAY "NPRIMES: RANGE-OUT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "NPR0003" TO WS-EV-MSG-NO
               STRING "RANGEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
           END-IF.

               MOVE 'N' TO WS-PRIMEOUT-OPEN-SW
               DISPLAY "NPRIMES: PRIME-OUT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "NPR0003" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
           END-IF.
      *> OPEN EXTEND fails with status 35 when CHKPTF has never been
                   DISPLAY "NPRIMES: CHKPT-FILE OPEN OUTPUT FAILED, "
                       "STATUS " WS-CHKPT-STATUS
                       " - THIS RUN WILL NOT BE RESTARTABLE"
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "NPR0006" TO WS-EV-MSG-NO
                   STRING "CHKPTF WILL NOT OPEN, STATUS "
                       WS-CHKPT-STATUS
                       " - THIS RUN WILL NOT BE RESTARTABLE"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
               END-IF
           END-IF.

                       "OUTPUT?) - INCR CANNOT CONTINUE IT"
                   DISPLAY "NPRIMES: RERUN WITHOUT INCR TO REGENERATE "
                       "FROM THE START"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "NPR0004" TO WS-EV-MSG-NO
                   STRING "INCR REFUSED - PRIMEOUT DOES NOT BEGIN WITH "
                       "PRIME 2 AT POSITION 1"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-FOUND IS GREATER THAN ZERO
           MOVE WS-COUNT TO CK-COUNT.
           MOVE I TO CK-I.
           WRITE CHKPT-RECORD.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   NPR0001 E  refused - a run is already in flight
      *>   NPR0002 S  PARM invalid
      *>   NPR0003 S  PRIMEOUT or RANGEOUT will not open
      *>   NPR0004 E  INCR refused - list does not begin at 2
      *>   NPR0005 W  running without run-control protection
      *>   NPR0006 W  CHKPTF will not open - run not restartable
      *>   NPR0010 I  count run complete
      *>   NPR0011 I  range run complete
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "NPRIMES " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "NPRIMES: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
