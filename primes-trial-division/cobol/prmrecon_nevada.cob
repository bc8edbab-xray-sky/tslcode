      *> as mismatched records or counts.  Every discrepancy goes to the
      *> RECONRPT report, and any discrepancy at all sets RETURN-CODE 12
      *> so the scheduler can hold dependent jobs.
      *>
      *> The verdict is also recorded on the RELSTAT release-status
      *> dataset (PRMRLSE) against the run that last wrote the list -
      *> PASS when in balance, FAIL otherwise - so the publishing jobs
      *> can refuse a run this job has not cleared.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECON-REPORT ASSIGN TO "RECONRPT"
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
       FD  RECON-REPORT.
       01  RECON-REPORT-LINE PIC X(80).

       FD  RELEASE-STATUS-FILE.
           COPY PRMRLSE.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS    PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01  WS-RELSTAT-STATUS  PIC XX VALUE SPACES.

       01  WS-PRIMEOUT-EOF-SW PIC X VALUE 'N'.
       01  WS-MASTER-EOF-SW   PIC X VALUE 'N'.
       01  WS-COUNT-EDIT      PIC Z(5)9.
       01  WS-PRIME-EDIT      PIC Z(8)9.

      *> release-status bookkeeping - the verdict this run records on
      *> RELSTAT, and whether the run's record was already there (a
      *> rerun of the reconciliation, or PRMCERT got there first).
       01  WS-RELEASE-VERDICT PIC X(4)  VALUE SPACES.
       01  WS-RS-FOUND-SW     PIC X     VALUE 'N'.
       01  WS-RS-OPEN-SW      PIC X     VALUE 'N'.

      *> detail line for a record-level mismatch between the list and
      *> the master.
       01  WS-MISMATCH-LINE.
           05  WS-TL-VALUE-2  PIC Z(8)9.
           05  FILLER         PIC X(23) VALUE SPACES.

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
           PERFORM A020-WRITE-REPORT-HEADER.
           PERFORM A025-OPEN-MASTER.
           PERFORM A030-READ-LATEST-TRAILER.
           PERFORM B000-MATCH-LIST-TO-MASTER.
           PERFORM C000-CHECK-TOTALS.
           PERFORM D000-RECORD-RELEASE-VERDICT.
           PERFORM A090-FINISH.
           STOP RUN.

           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRECON: RECON-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "REC0001" TO WS-EV-MSG-NO
               STRING "RECONRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRECON: PRIME-OUT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "REC0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE RECON-REPORT
               STOP RUN
           WRITE RECON-REPORT-LINE.
           ADD 1 TO WS-DISCREPANCIES.

      *> file tonight's verdict on RELSTAT against the run that last
      *> wrote the list - the same newest-record run id the publishing
      *> jobs look up.  An empty list names no run, so there is nothing
      *> to clear or hold.  A RELSTAT that will not take the verdict is
      *> reported but does not alter the reconciliation itself - the
      *> gate simply finds no PASS and holds the run, which is the safe
      *> way for it to fail.
       D000-RECORD-RELEASE-VERDICT.
           IF WS-DISCREPANCIES IS EQUAL TO ZERO
               MOVE "PASS" TO WS-RELEASE-VERDICT
           ELSE
               MOVE "FAIL" TO WS-RELEASE-VERDICT
           END-IF.
           IF WS-LIST-RUN-ID IS EQUAL TO SPACES
               MOVE "NO RUN ID ON THE LIST - NO RELEASE VERDICT FILED"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               PERFORM D010-OPEN-RELEASE-STATUS
               IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
                   MOVE WS-RELEASE-VERDICT TO RS-RECON-VERDICT
                   MOVE FUNCTION CURRENT-DATE (1 : 14)
                       TO RS-RECON-STAMP
                   IF WS-RS-FOUND-SW IS EQUAL TO 'Y'
                       REWRITE RELEASE-STATUS-RECORD
                   ELSE
                       WRITE RELEASE-STATUS-RECORD
                   END-IF
                   MOVE SPACES TO RECON-REPORT-LINE
                   IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                       STRING "RELEASE VERDICT " WS-RELEASE-VERDICT
                           " RECORDED FOR RUN ID " WS-LIST-RUN-ID
                           DELIMITED BY SIZE INTO RECON-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "RELEASE VERDICT NOT RECORDED - RELSTAT "
                           "WRITE STATUS " WS-RELSTAT-STATUS
                           DELIMITED BY SIZE INTO RECON-REPORT-LINE
                       END-STRING
                       MOVE "W" TO WS-EV-SEVERITY
                       MOVE "REC0003" TO WS-EV-MSG-NO
                       MOVE RECON-REPORT-LINE TO WS-EV-TEXT
                       PERFORM Z900-LOG-EVENT
                   END-IF
                   WRITE RECON-REPORT-LINE
                   CLOSE RELEASE-STATUS-FILE
               ELSE
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "RELEASE VERDICT NOT RECORDED - RELSTAT "
                       "WILL NOT OPEN, STATUS " WS-RELSTAT-STATUS
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "REC0003" TO WS-EV-MSG-NO
                   MOVE RECON-REPORT-LINE TO WS-EV-TEXT
                   PERFORM Z900-LOG-EVENT
                   DISPLAY "PRMRECON: RELSTAT WILL NOT OPEN, STATUS "
                       WS-RELSTAT-STATUS " - VERDICT NOT RECORDED"
               END-IF
           END-IF.

      *> OPEN I-O fails with status 35 when RELSTAT has never been
      *> written - fall back to OUTPUT so the first verdict creates it.
      *> Otherwise read this run's record, if any, so the other check's
      *> verdict and any override already on it are carried forward.
       D010-OPEN-RELEASE-STATUS.
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

       A090-FINISH.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
               WRITE RECON-REPORT-LINE
               DISPLAY "PRMRECON: IN BALANCE - " WS-PRIMEOUT-COUNT
                   " RECORDS"
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "REC0010" TO WS-EV-MSG-NO
               STRING "IN BALANCE - " WS-COUNT-EDIT " RECORDS, "
                   "HIGHEST PRIME " WS-PRIME-EDIT ", LIST RUN "
                   WS-LIST-RUN-ID
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           ELSE
               MOVE WS-DISCREPANCIES TO WS-COUNT-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               DISPLAY "PRMRECON: OUT OF BALANCE - " WS-COUNT-EDIT
                   " DISCREPANCIES - SEE RECONRPT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "REC0011" TO WS-EV-MSG-NO
               STRING "OUT OF BALANCE - " WS-COUNT-EDIT
                   " DISCREPANCIES, LIST RUN ID " WS-LIST-RUN-ID
                   " - SEE RECONRPT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE RECON-REPORT.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   REC0001 S  RECONRPT will not open
      *>   REC0002 S  PRIMEOUT will not open
      *>   REC0003 W  release verdict not recorded on RELSTAT
      *>   REC0010 I  in balance
      *>   REC0011 E  out of balance
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMRECON" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMRECON: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
