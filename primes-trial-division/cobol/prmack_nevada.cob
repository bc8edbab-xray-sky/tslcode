      *>
      *> A transmission still PENDING with no acknowledgement after
      *> WS-GRACE-DAYS has its resend flag set so operations can pull
      *> the resend list straight off the history.  A transmission
      *> PRMRSEND has since resent is aged from its XH-RESEND-DATE
      *> instead, so it gets a fresh grace period.  Mismatched,
      *> rejected, overdue and unmatched acknowledgements all land on
      *> the ACKRPT exception report, and any exception at all sets
      *> RETURN-CODE 12 so the scheduler can hold the next extract.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACK-REPORT ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-REPORT.
       01  ACK-REPORT-LINE PIC X(80).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-ACKIN-STATUS  PIC XX VALUE SPACES.
       01  WS-XMIT-STATUS   PIC XX VALUE SPACES.
       01  WS-TODAY-NUM     PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT     PIC 9(7) USAGE IS COMP VALUE ZERO.
       01  WS-SENT-INT      PIC 9(7) USAGE IS COMP VALUE ZERO.
      *> the date a transmission's grace period runs from - when it was
      *> extracted, or when it was last resent.
       01  WS-SENT-DATE     PIC X(8) VALUE SPACES.
       01  WS-AGE-DAYS      PIC S9(5) USAGE IS COMP VALUE ZERO.
      *> a transmission unacknowledged this many days after it was
      *> sent gets its resend flag raised.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EX-TEXT      PIC X(52).

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
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           MOVE FUNCTION NUMVAL (WS-TODAY) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMACK: ACK-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "ACK0001" TO WS-EV-MSG-NO
               STRING "ACKRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> still PENDING with no acknowledgement on hand - raise the
      *> resend flag once the grace period has run out.  An already
      *> flagged record is left alone so the same transmission is not
      *> re-reported every night.  A resent transmission counts from
      *> the resend, not the original extract.
       C050-CHECK-OVERDUE.
           MOVE XH-EXTRACT-DATE TO WS-SENT-DATE.
           IF XH-RESEND-DATE IS NUMERIC
               AND XH-RESEND-DATE IS GREATER THAN WS-SENT-DATE
               MOVE XH-RESEND-DATE TO WS-SENT-DATE
           END-IF.
           IF XH-RESEND-FLAG IS NOT EQUAL TO 'Y'
               AND WS-SENT-DATE IS NUMERIC
               COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE (
                   FUNCTION NUMVAL (WS-SENT-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
               IF WS-AGE-DAYS IS GREATER THAN WS-GRACE-DAYS
                   MOVE 'Y' TO XH-RESEND-FLAG
           IF WS-EXCEPTIONS IS GREATER THAN ZERO
               DISPLAY "PRMACK: " WS-EXCEPTIONS
                   " EXCEPTIONS - SEE ACKRPT"
               MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "ACK0011" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " ACKNOWLEDGEMENT EXCEPTIONS - SEE ACKRPT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "PRMACK: ALL TRANSMISSIONS IN ORDER - "
                   WS-ACCEPTED " ACCEPTED THIS RUN"
               MOVE WS-ACCEPTED TO WS-COUNT-EDIT
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "ACK0010" TO WS-EV-MSG-NO
               STRING "ALL TRANSMISSIONS IN ORDER - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " ACCEPTED THIS RUN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

       D010-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   ACK0001 S  ACKRPT will not open
      *>   ACK0010 I  all transmissions in order
      *>   ACK0011 E  exceptions reported on ACKRPT
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMACK  " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMACK: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
