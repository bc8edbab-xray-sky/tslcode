      *> Morning operations status for the prime suite - one page
      *> (OPSRPT) consolidating what used to take four dataset browses:
      *>
      *>   RUNCTL    - run-control state (INFLIGHT/COMPLETE, or a
      *>               dead run's lock RELEASED or ABANDON by PRMRCTL)
      *>               and the last run's PARM and return code;
      *>   AUDITLOG  - the latest HDR/TRL pair (paired by run id):
      *>               what was asked for and what was produced;
      *>   CHKPTF    - whether a checkpoint from an interrupted run is
      *>               waiting to be restarted, and its CK-FOUND;
      *>   EVENTLOG  - whether last night's reconciliation and
      *>               certification cleared, off the latest verdict
      *>               event PRMRECON and PRMCERT filed (REC0010/0011,
      *>               CRT0010/0011 and the nothing-certified CRT0003/
      *>               0004), PRMREFCK's latest reference-value verdict
      *>               (REF0010, or REF0011 and the nothing-validated
      *>               REF0003/0004/0005), and how many severe, error
      *>               and warning events the suite has logged since
      *>               yesterday.
      *>
      *> While a generation run is in flight the page reports progress
      *> instead - primes found at the last checkpoint against the
      *> condition needing attention (nonzero run return code, a
      *> restart pending with no run in flight, an interrupted run on
      *> the audit log, reconciliation or certification missing or
      *> failed, a failed reference-value check - it is filed for
      *> sign-off rather than run nightly, so a missing one is not
      *> flagged - any severe event since yesterday) is listed with a
      *> leading ** and sets RETURN-CODE 8 so the scheduler can page.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CHKPT-FILE ASSIGN TO "CHKPTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT OPS-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  CK-COUNT PIC 9(9).
           05  CK-I     PIC 9(4).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       FD  OPS-REPORT.
       01  OPS-REPORT-LINE PIC X(80).
       01  WS-RUNCTL-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       01  WS-CHKPT-STATUS  PIC XX VALUE SPACES.
       01  WS-EVENT-STATUS  PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.

      *> run-control state - U until a readable record says otherwise;
      *> I in flight, C complete, R lock released, A run abandoned.
       01  WS-RC-STATE      PIC X VALUE 'U'.
       01  WS-INFLIGHT-SW   PIC X VALUE 'N'.
       01  WS-RC-RUN-DATE   PIC X(8)  VALUE SPACES.
       01  WS-CHKPT-SW      PIC X    VALUE 'N'.
       01  WS-CK-FOUND      PIC 9(4) VALUE ZERO.

      *> verdicts off the latest verdict events - P pass, F fail,
      *> U unknown (no EVENTLOG, or no verdict event on it) - and when
      *> each was filed.
       01  WS-RECON-VERDICT PIC X VALUE 'U'.
       01  WS-CERT-VERDICT  PIC X VALUE 'U'.
       01  WS-RECON-STAMP   PIC X(14) VALUE SPACES.
       01  WS-CERT-STAMP    PIC X(14) VALUE SPACES.
       01  WS-REF-VERDICT   PIC X VALUE 'U'.
       01  WS-REF-STAMP     PIC X(14) VALUE SPACES.

      *> events logged since yesterday, by severity, and the latest
      *> severe one - yesterday so an overnight batch that started
      *> before midnight is still counted in the morning.
       01  WS-SINCE-INT     PIC 9(7)  USAGE IS COMP VALUE ZERO.
       01  WS-SINCE-NUM     PIC 9(8)  VALUE ZERO.
       01  WS-SINCE-DATE    PIC X(8)  VALUE SPACES.
       01  WS-SEVERE-COUNT  PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-ERROR-COUNT   PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-WARN-COUNT    PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-SEVERE-PGM    PIC X(8)  VALUE SPACES.
       01  WS-SEVERE-MSG-NO PIC X(7)  VALUE SPACES.
       01  WS-SEVERE-TEXT   PIC X(80) VALUE SPACES.

       01  WS-ATTENTION     PIC 9(2) USAGE IS COMP VALUE ZERO.

       01  WS-COUNT-EDIT    PIC Z(3)9.
       01  WS-COUNT-EDIT2   PIC Z(3)9.
       01  WS-COUNT-EDIT3   PIC Z(3)9.
       01  WS-VALUE-EDIT    PIC Z(8)9.
       01  WS-VALUE-EDIT2   PIC Z(8)9.

           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-TODAY)).
           COMPUTE WS-SINCE-INT = WS-TODAY-INT - 1.
           COMPUTE WS-SINCE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-SINCE-INT).
           MOVE WS-SINCE-NUM TO WS-SINCE-DATE.
           PERFORM A010-OPEN-REPORT.
           PERFORM B000-READ-RUN-CONTROL.
           PERFORM B010-READ-AUDIT-LOG.
           PERFORM B020-READ-CHECKPOINT.
           PERFORM B030-READ-EVENT-LOG.
           PERFORM C000-WRITE-STATUS-PAGE.
           PERFORM D000-ASSESS-ATTENTION.
           PERFORM E000-WRITE-VERDICT.
                           MOVE 'Y' TO WS-INFLIGHT-SW
                           PERFORM B005-CHECK-INFLIGHT-AGE
                       ELSE
                           EVALUATE RC-STATUS
                               WHEN "COMPLETE"
                                   MOVE 'C' TO WS-RC-STATE
                               WHEN "RELEASED"
                                   MOVE 'R' TO WS-RC-STATE
                               WHEN "ABANDON"
                                   MOVE 'A' TO WS-RC-STATE
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-FILE
           END-IF.
           CLOSE CHKPT-FILE.

      *> one pass over the event log, which is in the order events
      *> were written - the last verdict event each checker filed is
      *> its current verdict.  The PRMCERT events for a list that would
      *> not open or held nothing certify nothing, so they fail too;
      *> likewise PRMREFCK's nothing-validated events.
       B030-READ-EVENT-LOG.
           OPEN INPUT EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               PERFORM B031-ONE-EVENT
                   UNTIL WS-EVENT-STATUS IS NOT EQUAL TO "00"
               CLOSE EVENT-LOG-FILE
           END-IF.

       B031-ONE-EVENT.
           READ EVENT-LOG-FILE
               AT END
                   MOVE "10" TO WS-EVENT-STATUS
               NOT AT END
                   PERFORM B032-TAKE-VERDICT
                   IF EV-TIMESTAMP (1 : 8) IS NOT LESS THAN
                       WS-SINCE-DATE
                       PERFORM B033-COUNT-EVENT
                   END-IF
           END-READ.

       B032-TAKE-VERDICT.
           EVALUATE TRUE
               WHEN EV-PROGRAM IS EQUAL TO "PRMRECON"
                   AND EV-MSG-NO IS EQUAL TO "REC0010"
                   MOVE 'P' TO WS-RECON-VERDICT
                   MOVE EV-TIMESTAMP TO WS-RECON-STAMP
               WHEN EV-PROGRAM IS EQUAL TO "PRMRECON"
                   AND EV-MSG-NO IS EQUAL TO "REC0011"
                   MOVE 'F' TO WS-RECON-VERDICT
                   MOVE EV-TIMESTAMP TO WS-RECON-STAMP
               WHEN EV-PROGRAM IS EQUAL TO "PRMCERT"
                   AND EV-MSG-NO IS EQUAL TO "CRT0010"
                   MOVE 'P' TO WS-CERT-VERDICT
                   MOVE EV-TIMESTAMP TO WS-CERT-STAMP
               WHEN EV-PROGRAM IS EQUAL TO "PRMCERT"
                   AND (EV-MSG-NO IS EQUAL TO "CRT0011"
                       OR EV-MSG-NO IS EQUAL TO "CRT0003"
                       OR EV-MSG-NO IS EQUAL TO "CRT0004")
                   MOVE 'F' TO WS-CERT-VERDICT
                   MOVE EV-TIMESTAMP TO WS-CERT-STAMP
               WHEN EV-PROGRAM IS EQUAL TO "PRMREFCK"
                   AND EV-MSG-NO IS EQUAL TO "REF0010"
                   MOVE 'P' TO WS-REF-VERDICT
                   MOVE EV-TIMESTAMP TO WS-REF-STAMP
               WHEN EV-PROGRAM IS EQUAL TO "PRMREFCK"
                   AND (EV-MSG-NO IS EQUAL TO "REF0011"
                       OR EV-MSG-NO IS EQUAL TO "REF0003"
                       OR EV-MSG-NO IS EQUAL TO "REF0004"
                       OR EV-MSG-NO IS EQUAL TO "REF0005")
                   MOVE 'F' TO WS-REF-VERDICT
                   MOVE EV-TIMESTAMP TO WS-REF-STAMP
           END-EVALUATE.

       B033-COUNT-EVENT.
           EVALUATE EV-SEVERITY
               WHEN "S"
                   ADD 1 TO WS-SEVERE-COUNT
                   MOVE EV-PROGRAM TO WS-SEVERE-PGM
                   MOVE EV-MSG-NO TO WS-SEVERE-MSG-NO
                   MOVE EV-MSG-TEXT TO WS-SEVERE-TEXT
               WHEN "E"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "W"
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE.

       C000-WRITE-STATUS-PAGE.
           PERFORM C010-WRITE-RUN-CONTROL-LINE.
           PERFORM C020-WRITE-LAST-RUN-LINES.
           PERFORM C030-WRITE-RESTART-LINE.
           PERFORM C040-WRITE-REPORT-LINES.
           PERFORM C045-WRITE-EVENT-LINE.
           IF WS-INFLIGHT-SW IS EQUAL TO 'Y'
               PERFORM C050-WRITE-PROGRESS-LINE
           END-IF.
                       FUNCTION TRIM (WS-RC-PARM) "'"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN 'R'
                   STRING "RUN CONTROL    : LOCK RELEASED - RUN OF "
                       WS-RC-RUN-DATE " PARM '"
                       FUNCTION TRIM (WS-RC-PARM) "'"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN 'A'
                   STRING "RUN CONTROL    : ABANDONED - RUN OF "
                       WS-RC-RUN-DATE " PARM '"
                       FUNCTION TRIM (WS-RC-PARM) "'"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "RUN CONTROL    : NO USABLE RUNCTL RECORD"
                       TO OPS-REPORT-LINE
           MOVE SPACES TO OPS-REPORT-LINE.
           EVALUATE WS-RECON-VERDICT
               WHEN 'P'
                   STRING "RECONCILIATION : IN BALANCE AT "
                       WS-RECON-STAMP
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN 'F'
                   STRING "RECONCILIATION : OUT OF BALANCE AT "
                       WS-RECON-STAMP " - SEE RECONRPT"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "RECONCILIATION : NO VERDICT ON FILE"
                       TO OPS-REPORT-LINE
           MOVE SPACES TO OPS-REPORT-LINE.
           EVALUATE WS-CERT-VERDICT
               WHEN 'P'
                   STRING "CERTIFICATION  : CERTIFIED AT "
                       WS-CERT-STAMP
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN 'F'
                   STRING "CERTIFICATION  : NOT CERTIFIED AT "
                       WS-CERT-STAMP " - SEE CERTRPT"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "CERTIFICATION  : NO VERDICT ON FILE"
                       TO OPS-REPORT-LINE
           END-EVALUATE.
           WRITE OPS-REPORT-LINE.
           MOVE SPACES TO OPS-REPORT-LINE.
           EVALUATE WS-REF-VERDICT
               WHEN 'P'
                   STRING "REFERENCE CHECK: VALIDATED AT "
                       WS-REF-STAMP
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN 'F'
                   STRING "REFERENCE CHECK: NOT VALIDATED AT "
                       WS-REF-STAMP " - SEE REFRPT"
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "REFERENCE CHECK: NO VERDICT ON FILE"
                       TO OPS-REPORT-LINE
           END-EVALUATE.
           WRITE OPS-REPORT-LINE.

       C045-WRITE-EVENT-LINE.
           MOVE WS-SEVERE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-WARN-COUNT TO WS-COUNT-EDIT3.
           MOVE SPACES TO OPS-REPORT-LINE.
           STRING "EVENTS SINCE   : " WS-SINCE-DATE " - "
               FUNCTION TRIM (WS-COUNT-EDIT) " SEVERE, "
               FUNCTION TRIM (WS-COUNT-EDIT2) " ERROR, "
               FUNCTION TRIM (WS-COUNT-EDIT3) " WARNING"
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           END-STRING.
           WRITE OPS-REPORT-LINE.

      *> progress for a run still in flight - the latest checkpoint's
      *> found count against the latest header's request.  A range run
      *> is the run's own progress, not an orphan.  An INFLIGHT record
      *> older than a day is the opposite case: the run died holding
      *> the lock, nothing will ever supersede those reports, and
      *> every future NPRIMES run is being refused - that pages.  A
      *> run an operator has ABANDONed through PRMRCTL has had its
      *> missing trailer accepted on the audit log, and is not flagged
      *> as interrupted again.
       D000-ASSESS-ATTENTION.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
                   PERFORM D030-FLAG-RESTART-PENDING
               END-IF
               IF WS-HDR-FOUND-SW IS EQUAL TO 'Y'
                   AND WS-RC-STATE IS NOT EQUAL TO 'A'
                   AND (WS-TRL-FOUND-SW IS NOT EQUAL TO 'Y'
                       OR WS-TRL-RUN-ID IS NOT EQUAL TO WS-HDR-RUN-ID)
                   PERFORM D040-FLAG-INTERRUPTED-RUN
               IF WS-CERT-VERDICT IS NOT EQUAL TO 'P'
                   PERFORM D060-FLAG-CERT
               END-IF
               IF WS-REF-VERDICT IS EQUAL TO 'F'
                   PERFORM D065-FLAG-REFERENCE
               END-IF
           END-IF.
           IF WS-SEVERE-COUNT IS GREATER THAN ZERO
               PERFORM D070-FLAG-SEVERE-EVENTS
           END-IF.

       D010-FLAG-NO-RUN-CONTROL.
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           END-STRING.
           WRITE OPS-REPORT-LINE.
           MOVE "   (NEW GENERATION RUNS ARE BEING REFUSED - RELEASE "
               TO OPS-REPORT-LINE.
           MOVE "IT WITH PRMRCTL)" TO OPS-REPORT-LINE (53 : 16).
           WRITE OPS-REPORT-LINE.

       D020-FLAG-BAD-RETCODE.
           END-IF.
           WRITE OPS-REPORT-LINE.

       D065-FLAG-REFERENCE.
           ADD 1 TO WS-ATTENTION.
           MOVE "** REFERENCE-VALUE CHECK FAILED" TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

      *> a step that terminated - whatever else is on the page, its
      *> work did not get done.  The latest one is named; PRMEVRPT
      *> lists them all.
       D070-FLAG-SEVERE-EVENTS.
           ADD 1 TO WS-ATTENTION.
           MOVE WS-SEVERE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO OPS-REPORT-LINE.
           STRING "** " FUNCTION TRIM (WS-COUNT-EDIT)
               " SEVERE EVENTS SINCE " WS-SINCE-DATE " - LATEST "
               WS-SEVERE-PGM " " WS-SEVERE-MSG-NO
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           END-STRING.
           WRITE OPS-REPORT-LINE.
           MOVE SPACES TO OPS-REPORT-LINE.
           STRING "   " WS-SEVERE-TEXT
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           END-STRING.
           WRITE OPS-REPORT-LINE.

       E000-WRITE-VERDICT.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
