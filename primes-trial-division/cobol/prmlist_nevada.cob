      *> List selection: a leading PARM token of "RANGE" ("RANGE", or
      *> "RANGE 101 200") lists the range-run dataset (RANGEOUT)
      *> instead of the canonical from-2 list.
      *>
      *> Release gate: the canonical list only goes into the binder once
      *> it has been cleared.  The run id on its newest record is looked
      *> up on RELSTAT (PRMRLSE) and both PRMRECON and PRMCERT must have
      *> recorded PASS for it; otherwise the listing is refused with
      *> RETURN-CODE 20 and LISTRPT carries one line per check saying
      *> whether it is missing or failed.  An operator override card on
      *> the optional RLSOVRD dataset
      *>
      *>   OVERRIDE;<run id>;<operator id>;<reason>
      *>
      *> releases the named run regardless and is logged on its RELSTAT
      *> record, exactly as for PRMXTRCT.  The sign-off page shows
      *> both verdicts, PRMREFCK's check against the published
      *> reference values (filed on the same record, but not part of
      *> the gate) and any override, so the committee sees what it is
      *> signing.  Range-run lists are never checked by PRMRECON or
      *> PRMCERT and are listed without the gate, as working copies.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RANGE-OUT-FILE ASSIGN TO "RANGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT RELEASE-STATUS-FILE ASSIGN TO "RELSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-ID
               FILE STATUS IS WS-RELSTAT-STATUS.
           SELECT OVERRIDE-CARD-FILE ASSIGN TO "RLSOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-REPORT.
       01  LIST-REPORT-LINE PIC X(100).

       FD  RELEASE-STATUS-FILE.
           COPY PRMRLSE.

      *> operator override card - OVERRIDE;<run id>;<operator>;<reason>
       FD  OVERRIDE-CARD-FILE.
       01  OVERRIDE-CARD-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01  WS-RELSTAT-STATUS  PIC XX VALUE SPACES.
       01  WS-OVERRIDE-STATUS PIC XX VALUE SPACES.

      *> position-range selection from the PARM - zero low/high means
      *> the whole file.
       01  WS-COUNT-EDIT PIC Z(5)9.
       01  WS-VALUE-EDIT PIC Z(8)9.

      *> release gate - the run id the binder would sign off (the
      *> list's newest record, the id the checkers file verdicts
      *> against) and the verdict.  A range listing is not gated, so
      *> the switch starts released.
       01  WS-LIST-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-RELEASE-SW      PIC X     VALUE 'Y'.
       01  WS-RS-OPEN-SW      PIC X     VALUE 'N'.
       01  WS-RS-FOUND-SW     PIC X     VALUE 'N'.
       01  WS-RS-OPEN-STATUS  PIC XX    VALUE SPACES.
       01  WS-GATE-LINE       PIC X(80) VALUE SPACES.

      *> the run's release-status record, kept for the sign-off page
      *> after RELSTAT is closed.
           COPY PRMRLSE REPLACING
               ==RELEASE-STATUS-RECORD== BY ==WS-RELEASE-STATUS==
               LEADING ==RS== BY ==WS-RS==.

      *> the override card, split on its semicolons.
       01  WS-OC-TYPE         PIC X(10) VALUE SPACES.
       01  WS-OC-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-OC-OPERATOR     PIC X(8)  VALUE SPACES.
       01  WS-OC-REASON       PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM A020-OPEN-FILES
               IF WS-RANGE-LIST-SW IS NOT EQUAL TO 'Y'
                   PERFORM A030-CHECK-RELEASE
               END-IF
               IF WS-RELEASE-SW IS EQUAL TO 'Y'
                   PERFORM B000-LIST-RECORD
                       UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
                   PERFORM B030-FLUSH-ROW
                   PERFORM C000-WRITE-FINAL-PAGE
                   IF WS-RANGE-LIST-SW IS EQUAL TO 'Y'
                       CLOSE RANGE-OUT-FILE LIST-REPORT
                   ELSE
                       CLOSE PRIME-OUT-FILE LIST-REPORT
                   END-IF
               ELSE
                   MOVE "LISTING REFUSED - RUN NOT RELEASED"
                       TO WS-GATE-LINE
                   PERFORM A039-PUT-GATE-LINE
                   MOVE 20 TO RETURN-CODE
                   CLOSE PRIME-OUT-FILE LIST-REPORT
               END-IF
           END-IF.
               STOP RUN
           END-IF.

      *> the release gate for the canonical list.  One pass for the run
      *> id on the newest record, then the list is reopened for the
      *> listing proper.  Both checks PASS releases the run; an
      *> override already logged releases it; failing those, a valid
      *> override card releases it and is logged now.  An empty list
      *> names no run and is never released.
       A030-CHECK-RELEASE.
           MOVE 'N' TO WS-RELEASE-SW.
           PERFORM A031-READ-FOR-RUN-ID
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00".
           CLOSE PRIME-OUT-FILE.
           OPEN INPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMLIST: LIST FILE REOPEN FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE 16 TO RETURN-CODE
               CLOSE LIST-REPORT
               STOP RUN
           END-IF.
           IF WS-LIST-RUN-ID IS EQUAL TO SPACES
               MOVE "PRIME-OUT-FILE IS EMPTY - NO RUN TO RELEASE"
                   TO WS-GATE-LINE
               PERFORM A039-PUT-GATE-LINE
           ELSE
               PERFORM A032-READ-RELEASE-STATUS
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
                       STRING "RUN ID " WS-LIST-RUN-ID
                           " RELEASED UNDER OVERRIDE BY "
                           RS-OVR-OPERATOR
                           DELIMITED BY SIZE INTO WS-GATE-LINE
                       END-STRING
                       PERFORM A039-PUT-GATE-LINE
                   END-IF
               END-IF
               MOVE RELEASE-STATUS-RECORD TO WS-RELEASE-STATUS
               IF WS-RS-OPEN-SW IS EQUAL TO 'Y'
                   CLOSE RELEASE-STATUS-FILE
               END-IF
           END-IF.

       A031-READ-FOR-RUN-ID.
           READ PRIME-OUT-FILE
               AT END
                   MOVE "10" TO WS-PRIMEOUT-STATUS
               NOT AT END
                   MOVE PO-RUN-ID TO WS-LIST-RUN-ID
           END-READ.

      *> a RELSTAT that does not exist yet (status 35), or has no
      *> record for the run, leaves an all-blank record - both checks
      *> then read as not run.  It is opened I-O so an override can be
      *> logged on the same record.
       A032-READ-RELEASE-STATUS.
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
                   MOVE SPACES TO WS-GATE-LINE
                   STRING "RELSTAT WILL NOT OPEN, STATUS "
                       WS-RELSTAT-STATUS " - NO VERDICTS AVAILABLE"
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
                   PERFORM A039-PUT-GATE-LINE
               END-IF
           END-IF.

      *> one line per check that is not at PASS - not recorded at all,
      *> or recorded as failed (with when).
       A035-REPORT-CHECKS.
           EVALUATE RS-RECON-VERDICT
               WHEN "PASS"
                   CONTINUE
               WHEN "FAIL"
                   STRING "PRMRECON RECONCILIATION FAILED FOR RUN ID "
                       WS-LIST-RUN-ID " AT " RS-RECON-STAMP
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
                   PERFORM A039-PUT-GATE-LINE
               WHEN OTHER
                   STRING "PRMRECON RECONCILIATION MISSING FOR RUN ID "
                       WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
                   PERFORM A039-PUT-GATE-LINE
           END-EVALUATE.
           EVALUATE RS-CERT-VERDICT
               WHEN "PASS"
                   CONTINUE
               WHEN "FAIL"
                   STRING "PRMCERT CERTIFICATION FAILED FOR RUN ID "
                       WS-LIST-RUN-ID " AT " RS-CERT-STAMP
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
                   PERFORM A039-PUT-GATE-LINE
               WHEN OTHER
                   STRING "PRMCERT CERTIFICATION MISSING FOR RUN ID "
                       WS-LIST-RUN-ID
                       DELIMITED BY SIZE INTO WS-GATE-LINE
                   END-STRING
                   PERFORM A039-PUT-GATE-LINE
           END-EVALUATE.

      *> gate messages go to both the job log and the report, so the
      *> binder itself says why it was refused or how it was released.
       A039-PUT-GATE-LINE.
           DISPLAY "PRMLIST: " WS-GATE-LINE.
           MOVE WS-GATE-LINE TO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO WS-GATE-LINE.

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
                           STRING "RLSOVRD CARD NOT IN OVERRIDE;RUN ID;"
                               "OPERATOR;REASON FORM - IGNORED"
                               DELIMITED BY SIZE INTO WS-GATE-LINE
                           END-STRING
                           PERFORM A039-PUT-GATE-LINE
                       WHEN WS-OC-RUN-ID IS NOT EQUAL TO WS-LIST-RUN-ID
                           STRING "RLSOVRD CARD NAMES RUN ID "
                               WS-OC-RUN-ID " - NOT THIS RUN, IGNORED"
                               DELIMITED BY SIZE INTO WS-GATE-LINE
                           END-STRING
                           PERFORM A039-PUT-GATE-LINE
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
               MOVE "PRMLIST" TO RS-OVR-PROGRAM
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
               STRING "OVERRIDE COULD NOT BE LOGGED ON RELSTAT, "
                   "STATUS " WS-RELSTAT-STATUS " - NOT HONOURED"
                   DELIMITED BY SIZE INTO WS-GATE-LINE
               END-STRING
               PERFORM A039-PUT-GATE-LINE
           END-IF.

      *> whichever file was read, the record lands in WS-LIST-REC so
      *> one B005 body serves both lists.
       B000-LIST-RECORD.
               END-STRING
               WRITE LIST-REPORT-LINE
           END-IF.
           IF WS-RANGE-LIST-SW IS NOT EQUAL TO 'Y'
               PERFORM C010-WRITE-RELEASE-STATUS
           END-IF.

      *> what the committee is signing - the run id on the release
      *> record, both verdicts, and the override if there was one.
       C010-WRITE-RELEASE-STATUS.
           MOVE SPACES TO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO LIST-REPORT-LINE.
           STRING "RELEASE STATUS FOR RUN ID " WS-LIST-RUN-ID
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           END-STRING.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO LIST-REPORT-LINE.
           STRING "  PRMRECON RECONCILIATION " WS-RS-RECON-VERDICT
               "  " WS-RS-RECON-STAMP
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           END-STRING.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO LIST-REPORT-LINE.
           STRING "  PRMCERT CERTIFICATION   " WS-RS-CERT-VERDICT
               "  " WS-RS-CERT-STAMP
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           END-STRING.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO LIST-REPORT-LINE.
           STRING "  PRMREFCK CROSS-CHECK    " WS-RS-REF-VERDICT
               "  " WS-RS-REF-STAMP
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           END-STRING.
           WRITE LIST-REPORT-LINE.
           IF WS-RS-OVR-OPERATOR IS NOT EQUAL TO SPACES
               MOVE SPACES TO LIST-REPORT-LINE
               STRING "  RELEASED UNDER OVERRIDE BY " WS-RS-OVR-OPERATOR
                   " AT " WS-RS-OVR-STAMP " VIA " WS-RS-OVR-PROGRAM
                   DELIMITED BY SIZE INTO LIST-REPORT-LINE
               END-STRING
               WRITE LIST-REPORT-LINE
               MOVE SPACES TO LIST-REPORT-LINE
               STRING "  OVERRIDE REASON - " WS-RS-OVR-REASON
                   DELIMITED BY SIZE INTO LIST-REPORT-LINE
               END-STRING
               WRITE LIST-REPORT-LINE
           END-IF.
