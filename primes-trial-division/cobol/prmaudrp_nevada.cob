      *> run whose AU-FOUND came in below AU-NUM-REQ.  A summary at the
      *> bottom gives the totals management asks for.
      *>
      *> A third section lists the OPR operator actions PRMRCTL files -
      *> every lock released, checkpoint discarded or run abandoned,
      *> with the operator, reason code, the locked run and whether the
      *> safety age was forced - so the auditors can see who cleared
      *> the run control, when, and why.
      *>
      *> Archival awareness: a CFW carry-forward record left by
      *> PRMAUDAR folds the archived runs' totals into the summary, so
      *> the multi-year figures survive the archive cut.  When an
       01  WS-CF-COMPLETED  PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-INTERRUPT  PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-SHORT      PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CF-OPR        PIC 9(4) USAGE IS COMP VALUE ZERO.

      *> pending header - set when a HDR is read, cleared when its TRL
      *> arrives.  A HDR arriving while one is already pending means
       01  WS-RUNS-INTERRUPT PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-RUNS-SHORT     PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-EXCEPTIONS     PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-OPR-ACTIONS    PIC 9(4) USAGE IS COMP VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-EX-NUM-REQ   PIC Z(3)9.
           05  FILLER          PIC X(4)  VALUE SPACES.

       01  WS-OPR-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-RUN-DATE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-RUN-ID    PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-ACTION    PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-REASON    PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-OPERATOR  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-LOCK-RUN  PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-OL-FORCED    PIC X(6).
           05  FILLER          PIC X(5)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SU-LABEL     PIC X(30).
           05  WS-SU-COUNT     PIC Z(3)9.
           END-IF.
           PERFORM B000-RUN-HISTORY-PASS.
           PERFORM C000-EXCEPTION-PASS.
           PERFORM E000-OPERATOR-ACTION-PASS.
           PERFORM D000-WRITE-SUMMARY.
           CLOSE AUDIT-REPORT.
           STOP RUN.
                           MOVE AU-CF-COMPLETED TO WS-CF-COMPLETED
                           MOVE AU-CF-INTERRUPT TO WS-CF-INTERRUPT
                           MOVE AU-CF-SHORT TO WS-CF-SHORT
                           IF AU-CF-OPR-ACTIONS IS NUMERIC
                               MOVE AU-CF-OPR-ACTIONS TO WS-CF-OPR
                           END-IF
                       WHEN "TRL"
                           ADD 1 TO WS-RUNS-COMPLETED
                           MOVE AU-RUN-DATE TO WS-DL-RUN-DATE
                   ADD WS-CF-COMPLETED TO WS-RUNS-COMPLETED
                   ADD WS-CF-INTERRUPT TO WS-RUNS-INTERRUPT
                   ADD WS-CF-SHORT TO WS-RUNS-SHORT
                   ADD WS-CF-OPR TO WS-OPR-ACTIONS
               END-IF
               MOVE "  RUNS ARCHIVED (CARRY-FWD) " TO WS-SU-LABEL
               MOVE WS-CF-ARCHIVED TO WS-SU-COUNT
           MOVE WS-RUNS-SHORT TO WS-SU-COUNT.
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE "  OPERATOR ACTIONS          " TO WS-SU-LABEL.
           MOVE WS-OPR-ACTIONS TO WS-SU-COUNT.
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

      *> pass 3 - one line per OPR record, archive first as in the
      *> other passes.
       E000-OPERATOR-ACTION-PASS.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE "OPERATOR ACTIONS" TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE "  DATE      ACTION ID       ACTION   RSN   OPERATOR"
               TO AUDIT-REPORT-LINE.
           MOVE "LOCKED RUN      FORCED" TO AUDIT-REPORT-LINE (54 : 22).
           WRITE AUDIT-REPORT-LINE.
           IF WS-ARCH-SW IS EQUAL TO 'Y'
               MOVE "00" TO WS-ARCH-STATUS
               OPEN INPUT ARCH-FILE
               IF WS-ARCH-STATUS IS EQUAL TO "00"
                   PERFORM E100-ARCH-OPERATOR-RECORD
                       UNTIL WS-ARCH-STATUS IS NOT EQUAL TO "00"
                   CLOSE ARCH-FILE
               END-IF
           END-IF.
           MOVE "00" TO WS-AUDIT-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
               PERFORM E010-OPERATOR-RECORD
                   UNTIL WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-OPR-ACTIONS IS EQUAL TO ZERO
               MOVE "  NONE" TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       E010-OPERATOR-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
               NOT AT END
                   IF AU-REC-TYPE IS EQUAL TO "OPR"
                       ADD 1 TO WS-OPR-ACTIONS
                       MOVE AU-RUN-DATE TO WS-OL-RUN-DATE
                       MOVE AU-RUN-ID TO WS-OL-RUN-ID
                       MOVE AU-OP-ACTION TO WS-OL-ACTION
                       MOVE AU-OP-REASON TO WS-OL-REASON
                       MOVE AU-OP-OPERATOR TO WS-OL-OPERATOR
                       MOVE AU-OP-LOCK-RUN TO WS-OL-LOCK-RUN
                       MOVE AU-OP-FORCED TO WS-OL-FORCED
                       PERFORM E020-WRITE-OPERATOR-LINE
                   END-IF
           END-READ.

       E100-ARCH-OPERATOR-RECORD.
           READ ARCH-FILE
               AT END
                   MOVE "10" TO WS-ARCH-STATUS
               NOT AT END
                   IF AV-REC-TYPE IS EQUAL TO "OPR"
                       ADD 1 TO WS-OPR-ACTIONS
                       MOVE AV-RUN-DATE TO WS-OL-RUN-DATE
                       MOVE AV-RUN-ID TO WS-OL-RUN-ID
                       MOVE AV-OP-ACTION TO WS-OL-ACTION
                       MOVE AV-OP-REASON TO WS-OL-REASON
                       MOVE AV-OP-OPERATOR TO WS-OL-OPERATOR
                       MOVE AV-OP-LOCK-RUN TO WS-OL-LOCK-RUN
                       MOVE AV-OP-FORCED TO WS-OL-FORCED
                       PERFORM E020-WRITE-OPERATOR-LINE
                   END-IF
           END-READ.

      *> a lock PRMRCTL could not match to a HDR is named by its start
      *> date alone; no lock at all (a DISCARD with none held) shows
      *> NONE.
       E020-WRITE-OPERATOR-LINE.
           IF WS-OL-LOCK-RUN IS EQUAL TO SPACES
               MOVE "NONE" TO WS-OL-LOCK-RUN
           END-IF.
           IF WS-OL-FORCED IS EQUAL TO "Y"
               MOVE "FORCED" TO WS-OL-FORCED
           ELSE
               MOVE SPACES TO WS-OL-FORCED
           END-IF.
           MOVE WS-OPR-LINE TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
