      *> transmission-history dataset (sent date, source run id, count,
      *> hash) - PRMACK later settles it against the partner's
      *> acknowledgement file, closing the loop on the interface.
      *>
      *> Release gate: nothing is sent for a run that has not been
      *> cleared.  Before XTRACTF is touched, the run id on the list's
      *> newest record is looked up on RELSTAT (PRMRLSE), and both
      *> PRMRECON and PRMCERT must have recorded PASS for it.  Anything
      *> else refuses the extract with RETURN-CODE 20 - distinct from
      *> the 16 of a broken job - and one line per check saying whether
      *> it is missing or failed; the previous XTRACTF is left as it
      *> was.
      *>
      *> Operator override: a card on the optional RLSOVRD dataset
      *>
      *>   OVERRIDE;<run id>;<operator id>;<reason>
      *>
      *> releases the named run regardless.  The card must name the
      *> very run being extracted, so a card left in the deck cannot
      *> release tomorrow's run.  The override is logged on the run's
      *> RELSTAT record (operator, reason, time, program) and stands
      *> for that run from then on; every extract released under it
      *> says so on the job log, naming the checks it bypassed.
      *>
      *> Completion, verdict, warning and failure events go to the
      *> EVENTLOG dataset (PRMEVENT) - Z900-LOG-EVENT lists this
      *> program's message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT XMIT-HIST-FILE ASSIGN TO "XMITHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT RELEASE-STATUS-FILE ASSIGN TO "RELSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-ID
               FILE STATUS IS WS-RELSTAT-STATUS.
           SELECT OVERRIDE-CARD-FILE ASSIGN TO "RLSOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-HIST-FILE.
           COPY PRMXMIT.

       FD  RELEASE-STATUS-FILE.
           COPY PRMRLSE.

      *> operator override card - OVERRIDE;<run id>;<operator>;<reason>
       FD  OVERRIDE-CARD-FILE.
       01  OVERRIDE-CARD-RECORD PIC X(80).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS  PIC XX VALUE SPACES.
       01  WS-XMIT-STATUS     PIC XX VALUE SPACES.
       01  WS-RELSTAT-STATUS  PIC XX VALUE SPACES.
       01  WS-OVERRIDE-STATUS PIC XX VALUE SPACES.

       01  WS-EXTRACT-DATE PIC X(8) VALUE SPACES.
       01  WS-SOURCE-DATE  PIC X(8) VALUE SPACES.
       01  WS-COUNT-EDIT PIC Z(5)9.
       01  WS-HASH-EDIT  PIC Z(14)9.

      *> release gate - the run id the extract would go out under (the
      *> list's newest record, the same id the checkers file their
      *> verdicts against), that run's RELSTAT record, and the verdict.
       01  WS-LIST-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-RELEASE-SW      PIC X     VALUE 'N'.
       01  WS-RS-OPEN-SW      PIC X     VALUE 'N'.
       01  WS-RS-FOUND-SW     PIC X     VALUE 'N'.
       01  WS-RS-OPEN-STATUS  PIC XX    VALUE SPACES.
       01  WS-GATE-LINE       PIC X(80) VALUE SPACES.

      *> the override card, split on its semicolons.
       01  WS-OC-TYPE         PIC X(10) VALUE SPACES.
       01  WS-OC-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-OC-OPERATOR     PIC X(8)  VALUE SPACES.
       01  WS-OC-REASON       PIC X(40) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-EXTRACT-DATE.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A020-FIND-LIST-RUN-ID.
           PERFORM A030-CHECK-RELEASE.
           IF WS-RELEASE-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMXTRCT: EXTRACT REFUSED - RUN NOT RELEASED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "XTR0001" TO WS-EV-MSG-NO
               STRING "EXTRACT REFUSED - LIST RUN ID " WS-LIST-RUN-ID
                   " NOT RELEASED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMXTRCT: PRIME-OUT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "XTR0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EXTRACT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMXTRCT: EXTRACT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-EXTRACT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "XTR0003" TO WS-EV-MSG-NO
               STRING "XTRACTF WILL NOT OPEN, STATUS "
                   WS-EXTRACT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE PRIME-OUT-FILE
               STOP RUN
           CLOSE PRIME-OUT-FILE EXTRACT-FILE.
           DISPLAY "PRMXTRCT: " WS-RECORD-COUNT
               " RECORDS EXTRACTED".
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "XTR0010" TO WS-EV-MSG-NO.
           STRING FUNCTION TRIM (WS-COUNT-EDIT)
               " RECORDS EXTRACTED, LIST RUN ID " WS-LIST-RUN-ID
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

      *> one pass over the list for the run id on its newest record -
      *> the list must be known to be releasable before XTRACTF is
      *> opened, or a refused run would still wipe the last good
      *> extract.
       A020-FIND-LIST-RUN-ID.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMXTRCT: PRIME-OUT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "XTR0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A021-READ-FOR-RUN-ID
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00".
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "10"
               DISPLAY "PRMXTRCT: PRIME-OUT-FILE READ FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "XTR0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT READ FAILED, STATUS "
                   WS-PRIMEOUT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE PRIME-OUT-FILE
               STOP RUN
           END-IF.
           CLOSE PRIME-OUT-FILE.

       A021-READ-FOR-RUN-ID.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   MOVE PO-RUN-ID TO WS-LIST-RUN-ID
           END-READ.

      *> the release gate.  Both checks PASS releases the run; an
      *> override already logged for the run releases it; failing
      *> those, a valid override card releases it and is logged now.
      *> Every check not at PASS gets its own line either way, so the
      *> job log says exactly what was missing or failed.  An empty
      *> list names no run and is never released.
       A030-CHECK-RELEASE.
           MOVE 'N' TO WS-RELEASE-SW.
           IF WS-LIST-RUN-ID IS EQUAL TO SPACES
               DISPLAY "PRMXTRCT: PRIME-OUT-FILE IS EMPTY - NO RUN "
                   "TO RELEASE"
           ELSE
               PERFORM A031-READ-RELEASE-STATUS
               PERFORM A035-REPORT-CHECKS
               IF RS-RECON-VERDICT IS EQUAL TO "PASS"
                   AND RS-CERT-VERDICT IS EQUAL TO "PASS"
                   MOVE 'Y' TO WS-RELEASE-SW
               ELSE
                   IF RS-OVR-OPERATOR IS NOT EQUAL TO SPACES
                       MOVE 'Y' TO WS-RELEASE-SW
                   ELSE
                       PERFORM A040-READ-OVERRIDE-CARD
                   END-IF
                   IF WS-RELEASE-SW IS EQUAL TO 'Y'
                       DISPLAY "PRMXTRCT: RUN ID " WS-LIST-RUN-ID
                           " RELEASED UNDER OVERRIDE BY "
                           RS-OVR-OPERATOR " AT " RS-OVR-STAMP
                       DISPLAY "PRMXTRCT: OVERRIDE REASON - "
                           RS-OVR-REASON
                       MOVE "W" TO WS-EV-SEVERITY
                       MOVE "XTR0005" TO WS-EV-MSG-NO
                       STRING "LIST RUN ID " WS-LIST-RUN-ID
                           " RELEASED UNDER OVERRIDE BY "
                           RS-OVR-OPERATOR " AT " RS-OVR-STAMP
                           DELIMITED BY SIZE INTO WS-EV-TEXT
                       END-STRING
                       PERFORM Z900-LOG-EVENT
                   END-IF
               END-IF
               IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
                   CLOSE RELEASE-STATUS-FILE
               END-IF
           END-IF.

      *> a RELSTAT that does not exist yet (status 35), or has no
      *> record for the run, leaves an all-blank record - both checks
      *> then read as not run.  It is opened I-O so an override can be
      *> logged on the same record.
       A031-READ-RELEASE-STATUS.
           MOVE 'N' TO WS-RS-OPEN-SW.
           MOVE 'N' TO WS-RS-FOUND-SW.
           MOVE SPACES TO RELEASE-STATUS-RECORD.
           MOVE WS-LIST-RUN-ID TO RS-RUN-ID.
           OPEN I-O RELEASE-STATUS-FILE.
           MOVE WS-RELSTAT-STATUS TO WS-RS-OPEN-STATUS.
           IF WS-RELSTAT-STATUS IS EQUAL TO "00"
               MOVE 'Y' TO WS-RS-OPEN-SW
               READ RELEASE-STATUS-FILE
                   INVALID KEY
                       MOVE SPACES TO RELEASE-STATUS-RECORD
                       MOVE WS-LIST-RUN-ID TO RS-RUN-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RS-FOUND-SW
               END-READ
           ELSE
               IF WS-RELSTAT-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "PRMXTRCT: RELSTAT WILL NOT OPEN, STATUS "
                       WS-RELSTAT-STATUS " - NO VERDICTS AVAILABLE"
               END-IF
           END-IF.

      *> one line per check that is not at PASS - not recorded at all,
      *> or recorded as failed (with when).
       A035-REPORT-CHECKS.
           MOVE SPACES TO WS-GATE-LINE.
           EVALUATE RS-RECON-VERDICT
               WHEN "PASS"
                   CONTINUE
               WHEN "FAIL"
                   STRING "PRMRECON RECONCILIATION FAILED FOR RUN ID "
                       WS-LIST-RUN-ID " AT " RS-RECON-STAMP
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
               WHEN OTHER
                   STRING "PRMRECON RECONCILIATION MISSING FOR RUN ID "
                       WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
           END-EVALUATE.
           IF WS-GATE-LINE IS NOT EQUAL TO SPACES
               DISPLAY "PRMXTRCT: " WS-GATE-LINE
           END-IF.
           MOVE SPACES TO WS-GATE-LINE.
           EVALUATE RS-CERT-VERDICT
               WHEN "PASS"
                   CONTINUE
               WHEN "FAIL"
                   STRING "PRMCERT CERTIFICATION FAILED FOR RUN ID "
                       WS-LIST-RUN-ID " AT " RS-CERT-STAMP
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
               WHEN OTHER
                   STRING "PRMCERT CERTIFICATION MISSING FOR RUN ID "
                       WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
           END-EVALUATE.
           IF WS-GATE-LINE IS NOT EQUAL TO SPACES
               DISPLAY "PRMXTRCT: " WS-GATE-LINE
           END-IF.

      *> no RLSOVRD, or an empty one, is the normal case - no override.
      *> A card is only honoured if it names this run and carries both
      *> an operator id and a reason.
       A040-READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-CARD-FILE.
           IF WS-OVERRIDE-STATUS IS EQUAL TO "00"
               READ OVERRIDE-CARD-FILE
                   AT END
                       MOVE SPACES TO OVERRIDE-CARD-RECORD
               END-READ
               CLOSE OVERRIDE-CARD-FILE
               IF OVERRIDE-CARD-RECORD IS NOT EQUAL TO SPACES
                   MOVE SPACES TO WS-OC-TYPE WS-OC-RUN-ID
                       WS-OC-OPERATOR WS-OC-REASON
                   UNSTRING OVERRIDE-CARD-RECORD DELIMITED BY ";"
                       INTO WS-OC-TYPE WS-OC-RUN-ID WS-OC-OPERATOR
                           WS-OC-REASON
                   END-UNSTRING
                   EVALUATE TRUE
                       WHEN WS-OC-TYPE IS NOT EQUAL TO "OVERRIDE"
                           OR WS-OC-OPERATOR IS EQUAL TO SPACES
                           OR WS-OC-REASON IS EQUAL TO SPACES
                           DISPLAY "PRMXTRCT: RLSOVRD CARD NOT IN "
                               "OVERRIDE;RUN ID;OPERATOR;REASON FORM "
                               "- IGNORED"
                       WHEN WS-OC-RUN-ID IS NOT EQUAL TO WS-LIST-RUN-ID
                           DISPLAY "PRMXTRCT: RLSOVRD CARD NAMES "
                               "RUN ID " WS-OC-RUN-ID
                               " - NOT THIS RUN, IGNORED"
                       WHEN OTHER
                           PERFORM A050-LOG-OVERRIDE
                   END-EVALUATE
               END-IF
           END-IF.

      *> stamp the override on the run's RELSTAT record - creating the
      *> dataset (only when it does not exist yet - status 35) or the
      *> record if need be.  A RELSTAT that is there but would not open
      *> is never opened OUTPUT over the verdicts on it.  An override
      *> that cannot be logged is not honoured: an unlogged release is
      *> exactly what the gate is there to prevent.
       A050-LOG-OVERRIDE.
           IF WS-RS-OPEN-SW IS NOT EQUAL TO 'Y'
               AND WS-RS-OPEN-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RELEASE-STATUS-FILE
               IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO WS-RS-OPEN-SW
               END-IF
           END-IF.
           IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
               MOVE WS-OC-OPERATOR TO RS-OVR-OPERATOR
               MOVE WS-OC-REASON TO RS-OVR-REASON
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO RS-OVR-STAMP
               MOVE "PRMXTRCT" TO RS-OVR-PROGRAM
               IF WS-RS-FOUND-SW IS EQUAL TO 'Y'
                   REWRITE RELEASE-STATUS-RECORD
               ELSE
                   WRITE RELEASE-STATUS-RECORD
               END-IF
               IF WS-RELSTAT-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO WS-RELEASE-SW
               END-IF
           END-IF.
           IF WS-RELEASE-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMXTRCT: OVERRIDE COULD NOT BE LOGGED ON "
                   "RELSTAT, STATUS " WS-RELSTAT-STATUS
                   " - NOT HONOURED"
           END-IF.

      *> the header carries the source run date off the first detail
      *> record, so it is written on first read - an empty input still
      *> gets a header (with a zero source date) ahead of the trailer,
               MOVE "PENDING" TO XH-ACK-STATUS
               MOVE "00000000" TO XH-ACK-DATE
               MOVE 'N' TO XH-RESEND-FLAG
               MOVE "00000000" TO XH-RESEND-DATE
               WRITE XMIT-HIST-RECORD
               CLOSE XMIT-HIST-FILE
           ELSE
               DISPLAY "PRMXTRCT: XMIT-HIST-FILE WILL NOT OPEN, "
                   "STATUS " WS-XMIT-STATUS
                   " - TRANSMISSION NOT RECORDED IN HISTORY"
               MOVE "W" TO WS-EV-SEVERITY
               MOVE "XTR0004" TO WS-EV-MSG-NO
               STRING "XMITHIST WILL NOT OPEN, STATUS "
                   WS-XMIT-STATUS
                   " - TRANSMISSION NOT RECORDED IN HISTORY"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   XTR0001 E  extract refused - run not released
      *>   XTR0002 S  PRIMEOUT will not open or cannot be read
      *>   XTR0003 S  XTRACTF will not open
      *>   XTR0004 W  transmission not recorded on XMITHIST
      *>   XTR0005 W  run released under operator override
      *>   XTR0010 I  extract written
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMXTRCT" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMXTRCT: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
