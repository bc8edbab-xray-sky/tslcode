       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMGREST.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Generation restore.  Puts a retained generation (PRIMEGEN,
      *> cataloged on GENCAT by NPRIMES) back as the live canonical
      *> list: PRIMEOUT is rewritten from it and the PRIMEVSM master
      *> rebuilt from it, so a bad run can be backed out to a known
      *> good list without regenerating anything.
      *>
      *> PARM is the run id (YYYYMMDDHHMMSS) of the generation to
      *> restore.  The generation is proved against its catalog entry
      *> (record count, hash total, last prime) before either live
      *> dataset is opened; a generation that does not prove leaves
      *> PRIMEOUT and PRIMEVSM exactly as they were.
      *>
      *> Every record goes back with the provenance stamps it carried
      *> when the generation was filed - PO-/PM-RUN-DATE and RUN-ID are
      *> those of the run that originally produced each prime - so the
      *> release gate finds the restored list under the same run id its
      *> RELSTAT verdicts were recorded against.  The master is rebuilt
      *> wholesale (OPEN OUTPUT) with each record positioned as on the
      *> list.
      *>
      *> The restore is appended to AUDITLOG as a HDR/TRL pair under its
      *> own run id (the restore's start time), carrying the restored
      *> list's count and last prime.  PRMRECON reconciles against the
      *> latest count-run trailer, so this pair is what lets it balance
      *> the restored list rather than fail it against the figures of
      *> the run being backed out.  CHKPTF is emptied too: a checkpoint
      *> left by an interrupted later run belongs to the list being
      *> replaced, and resuming from it would graft that run's tail onto
      *> the restored list.
      *>
      *> Nothing is restored while RUNCTL shows an NPRIMES run INFLIGHT
      *> - the live datasets belong to that run until it ends or its
      *> lock is cleared.
      *>
      *> RETURN-CODE 12 when the restore is refused (run in flight, no
      *> such generation, generation fails its totals) or a record
      *> fails to go back on either live dataset; 16 on a bad PARM or
      *> a dataset that will not open, RUNCTL included.
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
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-RUN-ID
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT GEN-FILE ASSIGN TO "PRIMEGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT PRIME-MASTER ASSIGN TO "PRIMEVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
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
      *> run-control record - same layout NPRIMES writes.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-STATUS   PIC X(8).
           05  RC-RUN-DATE PIC X(8).
           05  RC-PARM     PIC X(20).
           05  RC-RETCODE  PIC 9(4).

       FD  GEN-CATALOG.
           COPY PRMGCAT.

       FD  GEN-FILE.
           COPY PRMGEN.

       FD  PRIME-OUT-FILE.
           COPY PRMOUT.

       FD  PRIME-MASTER.
           COPY PRMVSAM.

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
       01  WS-RUNCTL-STATUS   PIC XX VALUE SPACES.
       01  WS-GENCAT-STATUS   PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-CHKPT-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS    PIC XX VALUE SPACES.

      *> generation run id off the PARM.
       01  WS-PARM-STRING   PIC X(20) VALUE SPACES.
       01  WS-PARM-TOKEN    PIC X(20) VALUE SPACES.
       01  WS-TOKEN-LEN     PIC 9(2)  VALUE ZERO.
       01  WS-GEN-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-VALID-SW      PIC X     VALUE 'N'.

      *> the restore's own stamps, for its AUDITLOG pair.
       01  WS-RUN-DATE      PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID        PIC X(14) VALUE SPACES.

       01  WS-INFLIGHT-SW   PIC X     VALUE 'N'.
       01  WS-LOCK-RUN-DATE PIC X(8)  VALUE SPACES.

      *> totals taken off the generation itself - proved against the
      *> catalog first, then taken again as the live datasets are
      *> written.
       01  WS-GEN-EOF-SW    PIC X     VALUE 'N'.
       01  WS-RECORD-COUNT  PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-HASH-TOTAL    PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-LAST-PRIME    PIC 9(9)  VALUE ZERO.
       01  WS-MASTER-ERRORS PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-LIST-ERRORS   PIC 9(6)  USAGE IS COMP VALUE ZERO.

      *> the catalog's totals for the generation, kept from its entry.
       01  WS-GEN-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-GEN-HASH      PIC 9(15) VALUE ZERO.
       01  WS-GEN-LAST      PIC 9(9)  VALUE ZERO.

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp - the restore's
      *> own run id, as on its AUDITLOG pair.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.
       01  WS-EV-COUNT-EDIT   PIC Z(5)9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.
           05  LS-PARM-DATA PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-RUN-ID.
           MOVE WS-RUN-ID TO WS-EV-RUN-ID.
           PERFORM A010-GET-PARM.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMGREST: PARM MUST BE THE GENERATION RUN ID "
                   "(YYYYMMDDHHMMSS) - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0001" TO WS-EV-MSG-NO
               MOVE "PARM IS NOT A GENERATION RUN ID - TERMINATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A020-CHECK-RUN-CONTROL.
           IF WS-INFLIGHT-SW IS EQUAL TO 'Y'
               DISPLAY "PRMGREST: RUNCTL SHOWS A RUN INFLIGHT SINCE "
                   WS-LOCK-RUN-DATE " - RESTORE REFUSED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0003" TO WS-EV-MSG-NO
               STRING "RESTORE OF " WS-GEN-RUN-ID " REFUSED - RUNCTL "
                   "SHOWS A RUN INFLIGHT SINCE " WS-LOCK-RUN-DATE
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B000-READ-CATALOG.
           PERFORM C000-PROVE-GENERATION.
           IF WS-RECORD-COUNT IS NOT EQUAL TO WS-GEN-COUNT
               OR WS-HASH-TOTAL IS NOT EQUAL TO WS-GEN-HASH
               OR WS-LAST-PRIME IS NOT EQUAL TO WS-GEN-LAST
               DISPLAY "PRMGREST: GENERATION " WS-GEN-RUN-ID
                   " DOES NOT MATCH ITS CATALOG TOTALS - NOT RESTORED"
               DISPLAY "PRMGREST: CATALOG " WS-GEN-COUNT
                   " RECORDS HASH " WS-GEN-HASH
                   " LAST " WS-GEN-LAST
               DISPLAY "PRMGREST: ON FILE " WS-RECORD-COUNT
                   " RECORDS HASH " WS-HASH-TOTAL
                   " LAST " WS-LAST-PRIME
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0005" TO WS-EV-MSG-NO
               STRING "GENERATION " WS-GEN-RUN-ID " DOES NOT MATCH "
                   "ITS CATALOG TOTALS - NOT RESTORED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM D000-RESTORE-LIVE-DATASETS.
           PERFORM E000-CLEAR-CHECKPOINT.
           PERFORM F000-WRITE-AUDIT-PAIR.
           DISPLAY "PRMGREST: GENERATION " WS-GEN-RUN-ID
               " RESTORED - " WS-RECORD-COUNT " RECORDS, LAST PRIME "
               WS-LAST-PRIME.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "GRS0010" TO WS-EV-MSG-NO.
           MOVE WS-RECORD-COUNT TO WS-EV-COUNT-EDIT.
           STRING "GENERATION " WS-GEN-RUN-ID " RESTORED - "
               FUNCTION TRIM (WS-EV-COUNT-EDIT) " RECORDS, LAST PRIME "
               WS-LAST-PRIME
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           IF WS-MASTER-ERRORS IS GREATER THAN ZERO
               DISPLAY "PRMGREST: " WS-MASTER-ERRORS
                   " MASTER WRITES FAILED - RUN PRMRECON BEFORE "
                   "RELEASING"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0008" TO WS-EV-MSG-NO
               MOVE WS-MASTER-ERRORS TO WS-EV-COUNT-EDIT
               STRING FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " PRIMEVSM WRITES FAILED - RUN PRMRECON BEFORE "
                   "RELEASING"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-LIST-ERRORS IS GREATER THAN ZERO
               DISPLAY "PRMGREST: " WS-LIST-ERRORS
                   " PRIMEOUT WRITES FAILED - THE LIVE LIST IS SHORT, "
                   "RESTORE AGAIN BEFORE RELEASING"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0008" TO WS-EV-MSG-NO
               MOVE WS-LIST-ERRORS TO WS-EV-COUNT-EDIT
               STRING FUNCTION TRIM (WS-EV-COUNT-EDIT)
                   " PRIMEOUT WRITES FAILED - RESTORE AGAIN BEFORE "
                   "RELEASING"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

       A010-GET-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           IF LS-PARM-LEN IS GREATER THAN ZERO
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           IF WS-PARM-STRING IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-PARM-TOKEN
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOKEN
               END-UNSTRING
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-PARM-TOKEN))
               IF WS-TOKEN-LEN IS EQUAL TO 14
                   AND WS-PARM-TOKEN (1 : 14) IS NUMERIC
                   MOVE WS-PARM-TOKEN (1 : 14) TO WS-GEN-RUN-ID
                   MOVE 'Y' TO WS-VALID-SW
               END-IF
           END-IF.

      *> no RUNCTL at all (status 35) means NPRIMES has never run - no
      *> lock to respect.  A RUNCTL that is there but will not open
      *> could be hiding a lock, so the restore is not attempted.
       A020-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS IS NOT EQUAL TO "00"
               AND WS-RUNCTL-STATUS IS NOT EQUAL TO "35"
               DISPLAY "PRMGREST: RUN-CTL-FILE OPEN FAILED, STATUS "
                   WS-RUNCTL-STATUS " - RESTORE NOT ATTEMPTED"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0002" TO WS-EV-MSG-NO
               STRING "RUNCTL WILL NOT OPEN, STATUS " WS-RUNCTL-STATUS
                   " - RESTORE NOT ATTEMPTED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUNCTL-STATUS IS EQUAL TO "00"
               READ RUN-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-STATUS IS EQUAL TO "INFLIGHT"
                           MOVE 'Y' TO WS-INFLIGHT-SW
                           MOVE RC-RUN-DATE TO WS-LOCK-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CTL-FILE
           END-IF.

       B000-READ-CATALOG.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGREST: GEN-CATALOG OPEN INPUT FAILED, "
                   "STATUS " WS-GENCAT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0002" TO WS-EV-MSG-NO
               STRING "GENCAT WILL NOT OPEN, STATUS " WS-GENCAT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GEN-RUN-ID TO GC-RUN-ID.
           READ GEN-CATALOG
               INVALID KEY
                   DISPLAY "PRMGREST: NO RETAINED GENERATION "
                       WS-GEN-RUN-ID " ON GENCAT - NOT RESTORED"
                   MOVE "E" TO WS-EV-SEVERITY
                   MOVE "GRS0004" TO WS-EV-MSG-NO
                   STRING "NO RETAINED GENERATION " WS-GEN-RUN-ID
                       " ON GENCAT - NOT RESTORED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 12 TO RETURN-CODE
                   CLOSE GEN-CATALOG
                   STOP RUN
           END-READ.
           MOVE GC-RECORD-COUNT TO WS-GEN-COUNT.
           MOVE GC-HASH-TOTAL TO WS-GEN-HASH.
           MOVE GC-LAST-PRIME TO WS-GEN-LAST.
           CLOSE GEN-CATALOG.

      *> one pass over the generation's records, totalling them -
      *> neither live dataset is opened until they agree with the
      *> catalog.
       C000-PROVE-GENERATION.
           PERFORM C010-OPEN-GENERATION.
           PERFORM C020-TOTAL-GEN-RECORD
               UNTIL WS-GEN-EOF-SW IS EQUAL TO 'Y'.
           CLOSE GEN-FILE.

      *> position on the generation's first record; the sweep ends at
      *> the first record belonging to another generation.
       C010-OPEN-GENERATION.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE ZERO TO WS-LAST-PRIME.
           MOVE 'N' TO WS-GEN-EOF-SW.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGREST: GEN-FILE OPEN INPUT FAILED, STATUS "
                   WS-GEN-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0002" TO WS-EV-MSG-NO
               STRING "PRIMEGEN WILL NOT OPEN, STATUS " WS-GEN-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GEN-RUN-ID TO GN-GEN-RUN-ID.
           MOVE ZERO TO GN-FOUND-POS.
           START GEN-FILE KEY IS GREATER THAN GN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GEN-EOF-SW
           END-START.

       C020-TOTAL-GEN-RECORD.
           PERFORM C030-READ-GEN-RECORD.
           IF WS-GEN-EOF-SW IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECORD-COUNT
               ADD GN-PRIME-VALUE TO WS-HASH-TOTAL
               MOVE GN-PRIME-VALUE TO WS-LAST-PRIME
           END-IF.

       C030-READ-GEN-RECORD.
           READ GEN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GEN-EOF-SW
               NOT AT END
                   IF GN-GEN-RUN-ID IS NOT EQUAL TO WS-GEN-RUN-ID
                       MOVE 'Y' TO WS-GEN-EOF-SW
                   END-IF
           END-READ.

      *> second pass over the proved generation, writing each record to
      *> both live datasets.
       D000-RESTORE-LIVE-DATASETS.
           OPEN OUTPUT PRIME-OUT-FILE.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGREST: PRIME-OUT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-PRIMEOUT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0002" TO WS-EV-MSG-NO
               STRING "PRIMEOUT WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - NOTHING RESTORED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRIME-MASTER.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMGREST: PRIME-MASTER OPEN OUTPUT FAILED, "
                   "STATUS " WS-MASTER-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "GRS0002" TO WS-EV-MSG-NO
               STRING "PRIMEVSM WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - PRIMEOUT ALREADY EMPTIED, "
                   "RESTORE AGAIN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE PRIME-OUT-FILE
               STOP RUN
           END-IF.
           PERFORM C010-OPEN-GENERATION.
           PERFORM D010-RESTORE-GEN-RECORD
               UNTIL WS-GEN-EOF-SW IS EQUAL TO 'Y'.
           CLOSE GEN-FILE PRIME-OUT-FILE PRIME-MASTER.

       D010-RESTORE-GEN-RECORD.
           PERFORM C030-READ-GEN-RECORD.
           IF WS-GEN-EOF-SW IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECORD-COUNT
               ADD GN-PRIME-VALUE TO WS-HASH-TOTAL
               MOVE GN-PRIME-VALUE TO WS-LAST-PRIME
               MOVE GN-RUN-DATE TO PO-RUN-DATE
               MOVE GN-RUN-ID TO PO-RUN-ID
               MOVE GN-FOUND-POS TO PO-FOUND-POS
               MOVE GN-PRIME-VALUE TO PO-PRIME-VALUE
               WRITE PRIME-OUT-RECORD
               IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
                   ADD 1 TO WS-LIST-ERRORS
                   DISPLAY "PRMGREST: PRIME-OUT-FILE WRITE FAILED, "
                       "STATUS " WS-PRIMEOUT-STATUS " AT "
                       PO-PRIME-VALUE
               END-IF
               MOVE GN-PRIME-VALUE TO PM-PRIME-KEY
               MOVE GN-FOUND-POS TO PM-FOUND-POS
               MOVE GN-RUN-DATE TO PM-RUN-DATE
               MOVE GN-RUN-ID TO PM-RUN-ID
               WRITE PRIME-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MASTER-ERRORS
                       DISPLAY "PRMGREST: DUPLICATE KEY ON MASTER "
                           "WRITE " PM-PRIME-KEY
               END-WRITE
           END-IF.

       E000-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE.
           IF WS-CHKPT-STATUS IS EQUAL TO "00"
               CLOSE CHKPT-FILE
           ELSE
               DISPLAY "PRMGREST: CHKPT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-CHKPT-STATUS
                   " - EMPTY CHKPTF BEFORE THE NEXT NPRIMES RUN"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0006" TO WS-EV-MSG-NO
               STRING "CHKPTF NOT EMPTIED, STATUS " WS-CHKPT-STATUS
                   " - EMPTY IT BEFORE THE NEXT NPRIMES RUN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> the restored list's figures, as NPRIMES records a count run's:
      *> AU-NUM-REQ is the count restored, the range fields zero.
       F000-WRITE-AUDIT-PAIR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
               MOVE "HDR" TO AU-REC-TYPE
               MOVE WS-RUN-DATE TO AU-RUN-DATE
               MOVE WS-RUN-ID TO AU-RUN-ID
               MOVE WS-RECORD-COUNT TO AU-NUM-REQ
               MOVE ZERO TO AU-FOUND
               MOVE ZERO TO AU-LAST-PRIME
               MOVE ZERO TO AU-RANGE-LOW
               MOVE ZERO TO AU-RANGE-HIGH
               WRITE AUDIT-RECORD
               MOVE "TRL" TO AU-REC-TYPE
               MOVE WS-RECORD-COUNT TO AU-FOUND
               MOVE WS-LAST-PRIME TO AU-LAST-PRIME
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "PRMGREST: AUDITLOG WILL NOT OPEN, STATUS "
                   WS-AUDIT-STATUS
                   " - RESTORE NOT RECORDED, PRMRECON WILL NOT BALANCE"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "GRS0007" TO WS-EV-MSG-NO
               STRING "AUDITLOG WILL NOT OPEN, STATUS " WS-AUDIT-STATUS
                   " - RESTORE NOT RECORDED, PRMRECON WILL NOT BALANCE"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   GRS0001 S  PARM not a generation run id
      *>   GRS0002 S  RUNCTL, GENCAT, PRIMEGEN, PRIMEOUT or PRIMEVSM
      *>              will not open
      *>   GRS0003 E  restore refused - RUNCTL shows a run in flight
      *>   GRS0004 E  no such generation on GENCAT
      *>   GRS0005 E  generation does not match its catalog totals
      *>   GRS0006 E  CHKPTF not emptied
      *>   GRS0007 E  AUDITLOG will not open - restore not recorded
      *>   GRS0008 E  PRIMEOUT or PRIMEVSM writes failed
      *>   GRS0010 I  generation restored
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMGREST" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMGREST: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
