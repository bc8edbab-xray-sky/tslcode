       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMRCTL.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Run-control maintenance.  When NPRIMES dies mid-run its
      *> INFLIGHT record stays on RUNCTL and every later run refuses to
      *> start (A002-CHECK-RUN-CONTROL); its checkpoint stays on CHKPTF
      *> for the next run to resume from.  This is the supported way
      *> to clear either, in place of editing the datasets by hand.
      *>
      *> One control card on RCTLIN, in the RLSOVRD style:
      *>
      *>   <action>;<reason code>;<operator id>[;FORCE]
      *>
      *>   RELEASE - rewrite the INFLIGHT record RELEASED, so the next
      *>             NPRIMES run starts.  CHKPTF is left alone: that
      *>             run resumes from the dead run's checkpoint.
      *>   DISCARD - empty CHKPTF, so the next run starts from the
      *>             beginning.  The lock, if any, is left alone.
      *>   ABANDON - give the run up: empty CHKPTF and rewrite the
      *>             INFLIGHT record ABANDON, which releases it.
      *>
      *>   reason code - one of the codes in WS-REASON-VALUES below
      *>   operator id - who is taking the action
      *>
      *> RELEASE and ABANDON need a lock to act on.  No action is
      *> taken against a lock younger than the safety age (by its
      *> RUNCTL start date, the same point at which PRMOPSTS starts
      *> reporting it as stale) unless the card says FORCE - a young
      *> lock may belong to a run that is still going.
      *>
      *> Every action taken is appended to AUDITLOG as an OPR record
      *> (PRMAUDIT) - action, reason, operator, whether forced, and the
      *> locked run - which PRMAUDRP lists.  AUDITLOG is opened before
      *> anything is touched: an action that cannot be audited is not
      *> taken.
      *>
      *> RETURN-CODE 12 when the action is refused (no lock, lock too
      *> young); 16 on a missing or bad card, or a dataset that will
      *> not open.
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
           SELECT CONTROL-CARD-FILE ASSIGN TO "RCTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CHKPT-FILE ASSIGN TO "CHKPTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> control card - <action>;<reason code>;<operator id>[;FORCE]
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD PIC X(80).

      *> run-control record - same layout NPRIMES writes.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-STATUS   PIC X(8).
           05  RC-RUN-DATE PIC X(8).
           05  RC-PARM     PIC X(20).
           05  RC-RETCODE  PIC 9(4).

      *> restart checkpoint - same layout NPRIMES writes; only ever
      *> emptied here.
       FD  CHKPT-FILE.
       01  CHKPT-RECORD.
           05  CK-FOUND PIC 9(4).
           05  CK-COUNT PIC 9(9).
           05  CK-I     PIC 9(4).

       FD  AUDIT-FILE.
           COPY PRMAUDIT.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS     PIC XX VALUE SPACES.
       01  WS-RUNCTL-STATUS   PIC XX VALUE SPACES.
       01  WS-CHKPT-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS    PIC XX VALUE SPACES.

      *> the control card, split on its semicolons.
       01  WS-CC-ACTION       PIC X(10) VALUE SPACES.
       01  WS-CC-REASON       PIC X(10) VALUE SPACES.
       01  WS-CC-OPERATOR     PIC X(8)  VALUE SPACES.
       01  WS-CC-FORCE        PIC X(10) VALUE SPACES.
       01  WS-VALID-SW        PIC X     VALUE 'N'.
       01  WS-FORCE-SW        PIC X     VALUE 'N'.

      *> reason codes an operator may give - a code not on the list
      *> rejects the card.
      *>   ABND - the run abended       CNCL - the job was cancelled
      *>   HUNG - the run hung and was  SYSF - system or IPL failure
      *>          taken down            REST - datasets being restored
      *>   OTHR - other, see the operator's shift log
       01  WS-REASON-VALUES.
           05  FILLER PIC X(4) VALUE "ABND".
           05  FILLER PIC X(4) VALUE "CNCL".
           05  FILLER PIC X(4) VALUE "HUNG".
           05  FILLER PIC X(4) VALUE "SYSF".
           05  FILLER PIC X(4) VALUE "REST".
           05  FILLER PIC X(4) VALUE "OTHR".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-CODE PIC X(4) OCCURS 6 TIMES.
       01  WS-RX              PIC 9(2) USAGE IS COMP VALUE ZERO.
       01  WS-REASON-SW       PIC X     VALUE 'N'.

      *> this action's own stamps, for its OPR record.
       01  WS-RUN-DATE        PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID          PIC X(14) VALUE SPACES.

      *> the lock on RUNCTL, if any, and its age.  A lock is old enough
      *> to clear once it is WS-SAFETY-DAYS old by its start date - two
      *> days, so today's runs and overnight runs started yesterday are
      *> never cleared without FORCE.  A start date that will not read
      *> counts as old, as it does for PRMOPSTS.
       01  WS-LOCK-SW         PIC X     VALUE 'N'.
       01  WS-LOCK-RUN-DATE   PIC X(8)  VALUE SPACES.
       01  WS-LOCK-PARM       PIC X(20) VALUE SPACES.
       01  WS-LOCK-RETCODE    PIC 9(4)  VALUE ZERO.
       01  WS-SAFETY-DAYS     PIC 9(3)  USAGE IS COMP VALUE 2.
       01  WS-TODAY-INT       PIC 9(7)  USAGE IS COMP VALUE ZERO.
       01  WS-LOCK-DATE-INT   PIC 9(7)  USAGE IS COMP VALUE ZERO.
       01  WS-LOCK-AGE-DAYS   PIC S9(5) USAGE IS COMP VALUE ZERO.
       01  WS-YOUNG-SW        PIC X     VALUE 'N'.
       01  WS-AGE-EDIT        PIC Z(4)9.

      *> the locked run as AUDITLOG knows it - the latest HDR with no
      *> TRL of its own, when it started on the lock's date.
       01  WS-HDR-PENDING-SW  PIC X     VALUE 'N'.
       01  WS-HDR-RUN-DATE    PIC X(8)  VALUE SPACES.
       01  WS-HDR-RUN-ID      PIC X(14) VALUE SPACES.
       01  WS-LOCK-RUN        PIC X(14) VALUE SPACES.

      *> what was actually done - an ABANDON whose lock will not
      *> rewrite is audited as the DISCARD it got as far as.
       01  WS-NEW-STATUS      PIC X(8)  VALUE SPACES.
       01  WS-CHKPT-DONE-SW   PIC X     VALUE 'N'.
       01  WS-LOCK-DONE-SW    PIC X     VALUE 'N'.
       01  WS-DONE-ACTION     PIC X(7)  VALUE SPACES.
       01  WS-OUTCOME         PIC X(20) VALUE SPACES.
       01  WS-LOCK-RUN-TEXT   PIC X(14) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-RUN-ID.
           MOVE WS-RUN-ID TO WS-EV-RUN-ID.
           PERFORM A010-READ-CONTROL-CARD.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMRCTL: RCTLIN MUST BE 'RELEASE|DISCARD|"
                   "ABANDON;REASON;OPERATOR[;FORCE]' WITH A KNOWN "
                   "REASON CODE - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RCT0001" TO WS-EV-MSG-NO
               STRING "RCTLIN CARD MISSING OR NOT ACTION;REASON;"
                   "OPERATOR[;FORCE] - NOTHING DONE"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A020-READ-RUN-CONTROL.
           IF WS-LOCK-SW IS EQUAL TO 'Y'
               PERFORM A030-CHECK-LOCK-AGE
           END-IF.
           PERFORM A040-CHECK-ACTION.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
               STOP RUN
           END-IF.
           IF WS-LOCK-SW IS EQUAL TO 'Y'
               PERFORM A050-FIND-LOCKED-RUN
           END-IF.
           PERFORM B000-OPEN-AUDIT-LOG.
           EVALUATE WS-CC-ACTION
               WHEN "RELEASE"
                   MOVE "RELEASED" TO WS-NEW-STATUS
                   PERFORM C000-REWRITE-LOCK
               WHEN "DISCARD"
                   PERFORM D000-DISCARD-CHECKPOINT
               WHEN "ABANDON"
                   MOVE "ABANDON" TO WS-NEW-STATUS
                   PERFORM D000-DISCARD-CHECKPOINT
                   IF WS-CHKPT-DONE-SW IS EQUAL TO 'Y'
                       PERFORM C000-REWRITE-LOCK
                   END-IF
           END-EVALUATE.
           PERFORM B010-WRITE-OPR-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM E000-REPORT-OUTCOME.
           STOP RUN.

      *> a card is only acted on if it names a known action and reason
      *> and carries an operator id; the fourth word, if any, must be
      *> FORCE.
       A010-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CARD-STATUS IS EQUAL TO "00"
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE SPACES TO CONTROL-CARD-RECORD
               END-READ
               CLOSE CONTROL-CARD-FILE
               IF CONTROL-CARD-RECORD IS NOT EQUAL TO SPACES
                   PERFORM A015-PARSE-CONTROL-CARD
               END-IF
           END-IF.

       A015-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CC-ACTION WS-CC-REASON WS-CC-OPERATOR
               WS-CC-FORCE.
           UNSTRING CONTROL-CARD-RECORD DELIMITED BY ";"
               INTO WS-CC-ACTION WS-CC-REASON WS-CC-OPERATOR
                   WS-CC-FORCE
           END-UNSTRING.
           MOVE 'N' TO WS-REASON-SW.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX IS GREATER
                   THAN 6
               IF WS-CC-REASON IS EQUAL TO WS-REASON-CODE (WS-RX)
                   MOVE 'Y' TO WS-REASON-SW
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-VALID-SW.
           IF WS-CC-ACTION IS NOT EQUAL TO "RELEASE"
               AND WS-CC-ACTION IS NOT EQUAL TO "DISCARD"
               AND WS-CC-ACTION IS NOT EQUAL TO "ABANDON"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF WS-REASON-SW IS NOT EQUAL TO 'Y'
               OR WS-CC-OPERATOR IS EQUAL TO SPACES
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           EVALUATE WS-CC-FORCE
               WHEN SPACES
                   CONTINUE
               WHEN "FORCE"
                   MOVE 'Y' TO WS-FORCE-SW
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
           END-EVALUATE.

      *> no RUNCTL at all (status 35) means NPRIMES has never run - no
      *> lock to clear.
       A020-READ-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE.
           EVALUATE WS-RUNCTL-STATUS
               WHEN "00"
                   READ RUN-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RC-STATUS IS EQUAL TO "INFLIGHT"
                               MOVE 'Y' TO WS-LOCK-SW
                               MOVE RC-RUN-DATE TO WS-LOCK-RUN-DATE
                               MOVE RC-PARM TO WS-LOCK-PARM
                               MOVE RC-RETCODE TO WS-LOCK-RETCODE
                           END-IF
                   END-READ
                   CLOSE RUN-CTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PRMRCTL: RUN-CTL-FILE OPEN INPUT FAILED, "
                       "STATUS " WS-RUNCTL-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "RCT0002" TO WS-EV-MSG-NO
                   STRING "RUNCTL WILL NOT OPEN, STATUS "
                       WS-RUNCTL-STATUS " - NOTHING DONE"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       A030-CHECK-LOCK-AGE.
           IF WS-LOCK-RUN-DATE IS NUMERIC
               COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
                   FUNCTION NUMVAL (WS-RUN-DATE))
               COMPUTE WS-LOCK-DATE-INT = FUNCTION INTEGER-OF-DATE (
                   FUNCTION NUMVAL (WS-LOCK-RUN-DATE))
               COMPUTE WS-LOCK-AGE-DAYS =
                   WS-TODAY-INT - WS-LOCK-DATE-INT
               IF WS-LOCK-AGE-DAYS IS LESS THAN WS-SAFETY-DAYS
                   MOVE 'Y' TO WS-YOUNG-SW
               END-IF
           END-IF.

      *> RETURN-CODE 12 here stops the step before AUDITLOG, RUNCTL or
      *> CHKPTF is opened for output.
       A040-CHECK-ACTION.
           EVALUATE TRUE
               WHEN WS-LOCK-SW IS NOT EQUAL TO 'Y'
                   AND WS-CC-ACTION IS NOT EQUAL TO "DISCARD"
                   DISPLAY "PRMRCTL: RUNCTL HOLDS NO INFLIGHT LOCK - "
                       FUNCTION TRIM (WS-CC-ACTION) " REFUSED"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "RCT0003" TO WS-EV-MSG-NO
                   STRING FUNCTION TRIM (WS-CC-ACTION)
                       " REFUSED - RUNCTL HOLDS NO INFLIGHT LOCK"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-YOUNG-SW IS EQUAL TO 'Y'
                   AND WS-FORCE-SW IS NOT EQUAL TO 'Y'
                   MOVE WS-LOCK-AGE-DAYS TO WS-AGE-EDIT
                   DISPLAY "PRMRCTL: LOCK STARTED " WS-LOCK-RUN-DATE
                       " IS " FUNCTION TRIM (WS-AGE-EDIT)
                       " DAY(S) OLD, UNDER THE SAFETY AGE - "
                       FUNCTION TRIM (WS-CC-ACTION) " REFUSED"
                   DISPLAY "PRMRCTL: MAKE SURE THE RUN IS DOWN, THEN "
                       "RESUBMIT WITH ;FORCE ON THE CARD"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "RCT0004" TO WS-EV-MSG-NO
                   STRING FUNCTION TRIM (WS-CC-ACTION)
                       " REFUSED - LOCK STARTED " WS-LOCK-RUN-DATE
                       " IS UNDER THE SAFETY AGE, NOT FORCED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-YOUNG-SW IS EQUAL TO 'Y'
                   DISPLAY "PRMRCTL: LOCK STARTED " WS-LOCK-RUN-DATE
                       " IS UNDER THE SAFETY AGE - FORCED BY "
                       FUNCTION TRIM (WS-CC-OPERATOR)
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "RCT0005" TO WS-EV-MSG-NO
                   STRING FUNCTION TRIM (WS-CC-ACTION)
                       " FORCED BY " FUNCTION TRIM (WS-CC-OPERATOR)
                       " - LOCK STARTED " WS-LOCK-RUN-DATE
                       " IS UNDER THE SAFETY AGE"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
           END-EVALUATE.

      *> pair HDRs with TRLs by run id exactly as PRMAUDRP does - the
      *> HDR still pending at end of file is the run that died, and it
      *> is the locked run if it started on the lock's date.  Failing
      *> that the lock is named by its start date alone.
       A050-FIND-LOCKED-RUN.
           MOVE SPACES TO WS-LOCK-RUN.
           MOVE WS-LOCK-RUN-DATE TO WS-LOCK-RUN (1 : 8).
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
               PERFORM A055-PAIR-AUDIT-RECORD
                   UNTIL WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               CLOSE AUDIT-FILE
               IF WS-HDR-PENDING-SW IS EQUAL TO 'Y'
                   AND WS-HDR-RUN-DATE IS EQUAL TO WS-LOCK-RUN-DATE
                   MOVE WS-HDR-RUN-ID TO WS-LOCK-RUN
               END-IF
           END-IF.

       A055-PAIR-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
               NOT AT END
                   EVALUATE AU-REC-TYPE
                       WHEN "HDR"
                           MOVE 'Y' TO WS-HDR-PENDING-SW
                           MOVE AU-RUN-DATE TO WS-HDR-RUN-DATE
                           MOVE AU-RUN-ID TO WS-HDR-RUN-ID
                       WHEN "TRL"
                           IF AU-RUN-ID IS EQUAL TO WS-HDR-RUN-ID
                               MOVE 'N' TO WS-HDR-PENDING-SW
                           END-IF
                   END-EVALUATE
           END-READ.

      *> AUDITLOG is held open across the action so the OPR record is
      *> certain of a home before anything changes.
       B000-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRCTL: AUDITLOG WILL NOT OPEN, STATUS "
                   WS-AUDIT-STATUS " - " FUNCTION TRIM (WS-CC-ACTION)
                   " NOT TAKEN"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RCT0006" TO WS-EV-MSG-NO
               STRING "AUDITLOG WILL NOT OPEN, STATUS "
                   WS-AUDIT-STATUS " - "
                   FUNCTION TRIM (WS-CC-ACTION) " NOT TAKEN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> one OPR record for what was done - nothing at all is done only
      *> when the first dataset would not open, and that leaves no
      *> record.
       B010-WRITE-OPR-RECORD.
           MOVE SPACES TO WS-DONE-ACTION.
           EVALUATE TRUE
               WHEN WS-LOCK-DONE-SW IS EQUAL TO 'Y'
                   MOVE WS-CC-ACTION TO WS-DONE-ACTION
               WHEN WS-CHKPT-DONE-SW IS EQUAL TO 'Y'
                   MOVE "DISCARD" TO WS-DONE-ACTION
           END-EVALUATE.
           IF WS-DONE-ACTION IS NOT EQUAL TO SPACES
               MOVE SPACES TO AUDIT-RECORD
               MOVE "OPR" TO AU-REC-TYPE
               MOVE WS-RUN-DATE TO AU-RUN-DATE
               MOVE WS-RUN-ID TO AU-RUN-ID
               MOVE WS-DONE-ACTION TO AU-OP-ACTION
               MOVE WS-CC-REASON TO AU-OP-REASON
               MOVE WS-CC-OPERATOR TO AU-OP-OPERATOR
               MOVE 'N' TO AU-OP-FORCED
               IF WS-FORCE-SW IS EQUAL TO 'Y'
                   AND WS-YOUNG-SW IS EQUAL TO 'Y'
                   MOVE 'Y' TO AU-OP-FORCED
               END-IF
               MOVE WS-LOCK-RUN TO AU-OP-LOCK-RUN
               WRITE AUDIT-RECORD
           END-IF.

      *> the lock keeps the dead run's start date and PARM so RUNCTL
      *> still says which run it was; only the status changes, and
      *> NPRIMES only ever refuses on INFLIGHT.
       C000-REWRITE-LOCK.
           OPEN OUTPUT RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS IS EQUAL TO "00"
               MOVE WS-NEW-STATUS TO RC-STATUS
               MOVE WS-LOCK-RUN-DATE TO RC-RUN-DATE
               MOVE WS-LOCK-PARM TO RC-PARM
               MOVE WS-LOCK-RETCODE TO RC-RETCODE
               WRITE RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
               MOVE 'Y' TO WS-LOCK-DONE-SW
           ELSE
               DISPLAY "PRMRCTL: RUN-CTL-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-RUNCTL-STATUS " - LOCK NOT RELEASED"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RCT0007" TO WS-EV-MSG-NO
               STRING "RUNCTL WILL NOT REWRITE, STATUS "
                   WS-RUNCTL-STATUS " - LOCK NOT RELEASED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
           END-IF.

       D000-DISCARD-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE.
           IF WS-CHKPT-STATUS IS EQUAL TO "00"
               CLOSE CHKPT-FILE
               MOVE 'Y' TO WS-CHKPT-DONE-SW
           ELSE
               DISPLAY "PRMRCTL: CHKPT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-CHKPT-STATUS " - CHECKPOINT NOT "
                   "DISCARDED"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RCT0008" TO WS-EV-MSG-NO
               STRING "CHKPTF WILL NOT EMPTY, STATUS "
                   WS-CHKPT-STATUS " - CHECKPOINT NOT DISCARDED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
           END-IF.

       E000-REPORT-OUTCOME.
           IF WS-LOCK-RUN IS EQUAL TO SPACES
               MOVE "NONE" TO WS-LOCK-RUN-TEXT
           ELSE
               MOVE WS-LOCK-RUN TO WS-LOCK-RUN-TEXT
           END-IF.
           IF WS-DONE-ACTION IS EQUAL TO WS-CC-ACTION
               DISPLAY "PRMRCTL: " FUNCTION TRIM (WS-CC-ACTION)
                   " DONE BY " FUNCTION TRIM (WS-CC-OPERATOR)
                   " REASON " FUNCTION TRIM (WS-CC-REASON)
                   " - LOCKED RUN " WS-LOCK-RUN-TEXT
               MOVE "I" TO WS-EV-SEVERITY
               EVALUATE WS-CC-ACTION
                   WHEN "RELEASE"
                       MOVE "RCT0010" TO WS-EV-MSG-NO
                       MOVE "LOCK RELEASED" TO WS-OUTCOME
                   WHEN "DISCARD"
                       MOVE "RCT0011" TO WS-EV-MSG-NO
                       MOVE "CHECKPOINT DISCARDED" TO WS-OUTCOME
                   WHEN "ABANDON"
                       MOVE "RCT0012" TO WS-EV-MSG-NO
                       MOVE "RUN ABANDONED" TO WS-OUTCOME
               END-EVALUATE
               STRING FUNCTION TRIM (WS-OUTCOME) " BY "
                   FUNCTION TRIM (WS-CC-OPERATOR) ", REASON "
                   FUNCTION TRIM (WS-CC-REASON) ", LOCKED RUN "
                   WS-LOCK-RUN-TEXT
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   RCT0001 S  RCTLIN card missing or not valid
      *>   RCT0002 S  RUNCTL will not open
      *>   RCT0003 E  refused - no INFLIGHT lock to act on
      *>   RCT0004 E  refused - lock under the safety age, not forced
      *>   RCT0005 W  lock under the safety age cleared under FORCE
      *>   RCT0006 S  AUDITLOG will not open - nothing done
      *>   RCT0007 S  RUNCTL will not rewrite - lock not released
      *>   RCT0008 S  CHKPTF will not empty - checkpoint not discarded
      *>   RCT0010 I  lock released
      *>   RCT0011 I  checkpoint discarded
      *>   RCT0012 I  run abandoned
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMRCTL" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMRCTL: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
