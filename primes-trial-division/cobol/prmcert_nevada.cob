      *> first principles, which also remains available on request for
      *> the auditors.  A clean run rewrites CERTSTAT to cover the
      *> whole file.
      *>
      *> Release status: the verdict is recorded on the RELSTAT dataset
      *> (PRMRLSE) against the run id on the list's newest record, for
      *> the publishing jobs' release gate.  Only a clean certificate of
      *> a list starting at 2 records PASS - a list with its head lost
      *> is certified as far as it goes, but is not fit to publish as
      *> the canonical list.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CERT-STATE-FILE ASSIGN TO "CERTSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
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
           05  CS-CERT-VALUE PIC 9(9).
           05  CS-CERT-HASH  PIC 9(15).

       FD  RELEASE-STATUS-FILE.
           COPY PRMRLSE.

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01  WS-STATE-STATUS    PIC XX VALUE SPACES.
       01  WS-RELSTAT-STATUS  PIC XX VALUE SPACES.

       01  WS-RECORD-COUNT PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-FAILURES     PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-BOUNDARY-SW   PIC X     VALUE 'N'.
       01  WS-PREFIX-BAD-SW PIC X     VALUE 'N'.

      *> release status - the run id off the newest record (the run
      *> the verdict is filed against) and the verdict itself.
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

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A005-GET-PARM.
           OPEN OUTPUT CERT-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMCERT: CERT-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CRT0001" TO WS-EV-MSG-NO
               STRING "CERTRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
               CLOSE CERT-REPORT
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "CRT0003" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - NOTHING CERTIFIED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B050-CHECK-PREFIX-COMPLETE.
           PERFORM D000-WRITE-VERDICT.
           PERFORM E000-SAVE-CERT-STATE.
           PERFORM F000-RECORD-RELEASE-VERDICT.
           CLOSE CERT-REPORT.
           STOP RUN.

               ELSE
                   DISPLAY "PRMCERT: PARM MUST BE EMPTY OR 'FULL' - "
                       "TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "CRT0002" TO WS-EV-MSG-NO
                   STRING "PARM " WS-PARM-STRING
                       " NOT RECOGNISED - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
                       MOVE PO-PRIME-VALUE TO WS-FIRST-VALUE
                   END-IF
                   ADD PO-PRIME-VALUE TO WS-RUN-HASH
                   MOVE PO-RUN-ID TO WS-LIST-RUN-ID
                   PERFORM B010-CHECK-POSITION
      *> records inside the certified prefix skip the mathematics -
      *> their membership is vouched for by the running hash, settled
               WRITE CERT-REPORT-LINE
               DISPLAY "PRMCERT: NO RECORDS ON FILE - NOTHING "
                   "CERTIFIED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "CRT0004" TO WS-EV-MSG-NO
               MOVE "NO RECORDS ON FILE - NOTHING CERTIFIED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM D010-WRITE-SPAN-AND-VERDICT
               MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
               DISPLAY "PRMCERT: CERTIFIED - " WS-COUNT-EDIT
                   " RECORDS"
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "CRT0010" TO WS-EV-MSG-NO
               STRING "CERTIFIED - " FUNCTION TRIM (WS-COUNT-EDIT)
                   " RECORDS, LIST RUN ID " WS-LIST-RUN-ID
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           ELSE
               MOVE WS-FAILURES TO WS-VALUE-EDIT
               MOVE SPACES TO CERT-REPORT-LINE
               MOVE WS-FAILURES TO WS-VALUE-EDIT
               DISPLAY "PRMCERT: NOT CERTIFIED - " WS-VALUE-EDIT
                   " FAILURES - SEE CERTRPT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "CRT0011" TO WS-EV-MSG-NO
               STRING "NOT CERTIFIED - "
                   FUNCTION TRIM (WS-VALUE-EDIT) " FAILURES IN "
                   FUNCTION TRIM (WS-COUNT-EDIT)
                   " RECORDS, LIST RUN ID " WS-LIST-RUN-ID
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

                   DISPLAY "PRMCERT: CERT-STATE-FILE OPEN OUTPUT "
                       "FAILED, STATUS " WS-STATE-STATUS
                       " - CERTIFICATION STATE NOT SAVED"
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "CRT0005" TO WS-EV-MSG-NO
                   STRING "CERTSTAT WILL NOT OPEN, STATUS "
                       WS-STATE-STATUS
                       " - CERTIFICATION STATE NOT SAVED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
               END-IF
           END-IF.

      *> file the verdict on RELSTAT against the run that last wrote
      *> the list.  An empty list names no run, so nothing is filed.
      *> A RELSTAT that will not take the verdict leaves the run
      *> unreleased, which is the safe way for the gate to fail.
       F000-RECORD-RELEASE-VERDICT.
           IF WS-FAILURES IS EQUAL TO ZERO
               AND WS-RECORD-COUNT IS GREATER THAN ZERO
               AND WS-FIRST-VALUE IS EQUAL TO 2
               MOVE "PASS" TO WS-RELEASE-VERDICT
           ELSE
               MOVE "FAIL" TO WS-RELEASE-VERDICT
           END-IF.
           IF WS-LIST-RUN-ID IS NOT EQUAL TO SPACES
               PERFORM F010-OPEN-RELEASE-STATUS
               IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
                   MOVE WS-RELEASE-VERDICT TO RS-CERT-VERDICT
                   MOVE FUNCTION CURRENT-DATE (1 : 14)
                       TO RS-CERT-STAMP
                   IF WS-RS-FOUND-SW IS EQUAL TO 'Y'
                       REWRITE RELEASE-STATUS-RECORD
                   ELSE
                       WRITE RELEASE-STATUS-RECORD
                   END-IF
                   MOVE SPACES TO CERT-REPORT-LINE
                   IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                       STRING "RELEASE VERDICT " WS-RELEASE-VERDICT
                           " RECORDED FOR RUN ID " WS-LIST-RUN-ID
                           DELIMITED BY SIZE INTO CERT-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "RELEASE VERDICT NOT RECORDED - RELSTAT "
                           "WRITE STATUS " WS-RELSTAT-STATUS
                           DELIMITED BY SIZE INTO CERT-REPORT-LINE
                       END-STRING
                       MOVE "W" TO WS-EV-SEVERITY
                       MOVE "CRT0006" TO WS-EV-MSG-NO
                       MOVE CERT-REPORT-LINE TO WS-EV-TEXT
                       PERFORM Z900-LOG-EVENT
                   END-IF
                   WRITE CERT-REPORT-LINE
                   CLOSE RELEASE-STATUS-FILE
               ELSE
                   MOVE SPACES TO CERT-REPORT-LINE
                   STRING "RELEASE VERDICT NOT RECORDED - RELSTAT "
                       "WILL NOT OPEN, STATUS " WS-RELSTAT-STATUS
                       DELIMITED BY SIZE INTO CERT-REPORT-LINE
                   END-STRING
                   WRITE CERT-REPORT-LINE
                   MOVE "W" TO WS-EV-SEVERITY
                   MOVE "CRT0006" TO WS-EV-MSG-NO
                   MOVE CERT-REPORT-LINE TO WS-EV-TEXT
                   PERFORM Z900-LOG-EVENT
                   DISPLAY "PRMCERT: RELSTAT WILL NOT OPEN, STATUS "
                       WS-RELSTAT-STATUS " - VERDICT NOT RECORDED"
               END-IF
           END-IF.

      *> status 35 on OPEN I-O means RELSTAT has never been written -
      *> OUTPUT creates it.  An existing record for the run is read so
      *> PRMRECON's verdict and any override on it are kept.
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
      *>   CRT0001 S  CERTRPT will not open
      *>   CRT0002 S  PARM not recognised
      *>   CRT0003 E  PRIMEOUT will not open - nothing certified
      *>   CRT0004 E  no records on file - nothing certified
      *>   CRT0005 W  certification state not saved on CERTSTAT
      *>   CRT0006 W  release verdict not recorded on RELSTAT
      *>   CRT0010 I  certified
      *>   CRT0011 E  not certified
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMCERT " TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMCERT: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
