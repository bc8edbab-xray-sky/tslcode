      *> existing one).  The retained records are written to AUDITNEW
      *> behind a single CFW carry-forward record holding the summary
      *> figures of everything ever archived - runs archived,
      *> completed, interrupted, short, and PRMRCTL operator actions,
      *> the same figures the PRMAUDRP summary totals - folded together
      *> with any CFW a previous archival already left (the old CFW
      *> itself is absorbed, not copied anywhere).  A copy step after
      *> this job replaces AUDITLOG with AUDITNEW.
      *>
      *> Two passes over the active log: pass 1 totals the runs being
      *> archived (HDR/TRL paired by run id, exactly as PRMAUDRP pairs
      *> them), pass 2 writes the CFW and routes every record to the
      *> archive or the new active log.  A run's HDR and TRL share a
      *> run date, so the date cut never splits a run between files.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEW-AUDIT-FILE ASSIGN TO "AUDITNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWAUD-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==AUDIT-RECORD== BY ==NEW-AUDIT-RECORD==
               LEADING ==AU== BY ==AN==.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS   PIC XX VALUE SPACES.
       01  WS-CF-COMPLETED  PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-INTERRUPT  PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-SHORT      PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-OPR        PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-OLD-CFW-SW    PIC X    VALUE 'N'.

       01  WS-RECS-ARCHIVED PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-RECS-RETAINED PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-ARCH-EDIT     PIC Z(5)9.
       01  WS-RETAIN-EDIT   PIC Z(5)9.

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
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-ARCHIVAL-ID.
           MOVE WS-ARCHIVAL-ID TO WS-EV-RUN-ID.
           PERFORM A010-GET-PARM.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMAUDAR: PARM MUST BE THE RETENTION DATE "
                   "(YYYYMMDD) - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "AUA0001" TO WS-EV-MSG-NO
               STRING "PARM " WS-PARM-STRING
                   " IS NOT A RETENTION DATE - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PRMAUDAR: CARRY-FORWARD NOW " WS-CF-ARCHIVED
               " RUNS ARCHIVED (" WS-CF-COMPLETED " COMPLETED, "
               WS-CF-INTERRUPT " INTERRUPTED, " WS-CF-SHORT
               " SHORT), " WS-CF-OPR " OPERATOR ACTIONS".
           DISPLAY "PRMAUDAR: REPLACE AUDITLOG WITH AUDITNEW IN THE "
               "FOLLOWING COPY STEP".
           MOVE WS-RECS-ARCHIVED TO WS-ARCH-EDIT.
           MOVE WS-RECS-RETAINED TO WS-RETAIN-EDIT.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "AUA0010" TO WS-EV-MSG-NO.
           STRING FUNCTION TRIM (WS-ARCH-EDIT)
               " RECORDS DATED BEFORE " WS-RETAIN-DATE " ARCHIVED, "
               FUNCTION TRIM (WS-RETAIN-EDIT)
               " RETAINED ON AUDITNEW"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

       A010-GET-PARM.
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMAUDAR: AUDITLOG OPEN INPUT FAILED, STATUS "
                   WS-AUDIT-STATUS " - NOTHING TO ARCHIVE"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "AUA0002" TO WS-EV-MSG-NO
               STRING "AUDITLOG WILL NOT OPEN, STATUS "
                   WS-AUDIT-STATUS " - NOTHING ARCHIVED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                           ADD AU-CF-COMPLETED TO WS-CF-COMPLETED
                           ADD AU-CF-INTERRUPT TO WS-CF-INTERRUPT
                           ADD AU-CF-SHORT TO WS-CF-SHORT
                           IF AU-CF-OPR-ACTIONS IS NUMERIC
                               ADD AU-CF-OPR-ACTIONS TO WS-CF-OPR
                           END-IF
                       WHEN AU-RUN-DATE IS LESS THAN WS-RETAIN-DATE
                           PERFORM B020-TOTAL-ARCHIVED-RECORD
                   END-EVALUATE
                   IF AU-FOUND IS LESS THAN AU-NUM-REQ
                       ADD 1 TO WS-CF-SHORT
                   END-IF
               WHEN "OPR"
                   ADD 1 TO WS-CF-OPR
           END-EVALUATE.

      *> pass 2 - the new active log opens with the carry-forward,
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMAUDAR: AUDITLOG REOPEN FAILED, STATUS "
                   WS-AUDIT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "AUA0002" TO WS-EV-MSG-NO
               STRING "AUDITLOG WILL NOT REOPEN, STATUS "
                   WS-AUDIT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMAUDAR: ARCHLOG WILL NOT OPEN, STATUS "
                   WS-ARCH-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "AUA0003" TO WS-EV-MSG-NO
               STRING "ARCHLOG WILL NOT OPEN, STATUS "
                   WS-ARCH-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           IF WS-NEWAUD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMAUDAR: AUDITNEW OPEN OUTPUT FAILED, "
                   "STATUS " WS-NEWAUD-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "AUA0004" TO WS-EV-MSG-NO
               STRING "AUDITNEW WILL NOT OPEN, STATUS "
                   WS-NEWAUD-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-FILE ARCH-FILE
               STOP RUN
           END-IF.
           IF WS-CF-ARCHIVED IS GREATER THAN ZERO
               OR WS-CF-OPR IS GREATER THAN ZERO
               OR WS-OLD-CFW-SW IS EQUAL TO 'Y'
               PERFORM C010-WRITE-CARRY-FORWARD
           END-IF.
           MOVE WS-CF-COMPLETED TO AN-CF-COMPLETED.
           MOVE WS-CF-INTERRUPT TO AN-CF-INTERRUPT.
           MOVE WS-CF-SHORT TO AN-CF-SHORT.
           MOVE WS-CF-OPR TO AN-CF-OPR-ACTIONS.
           WRITE NEW-AUDIT-RECORD.
           ADD 1 TO WS-RECS-RETAINED.

                           ADD 1 TO WS-RECS-RETAINED
                   END-EVALUATE
           END-READ.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   AUA0001 S  PARM not a retention date
      *>   AUA0002 S  AUDITLOG will not open
      *>   AUA0003 S  ARCHLOG will not open
      *>   AUA0004 S  AUDITNEW will not open
      *>   AUA0010 I  archival complete - AUDITNEW ready to copy
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMAUDAR" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMAUDAR: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
