       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMVUTIL.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Prime master backup and recovery.  PRIMEVSM is what the other
      *> jobs read instead of recomputing the list, and RANGEVSM is the
      *> same for the last range run; this step backs either one up,
      *> puts it back from a backup, or rebuilds it from the list it
      *> was built from, without a generation run.
      *>
      *> PARM is the mode, optionally followed by RANGE to work on
      *> RANGEVSM and RANGEOUT instead of PRIMEVSM and PRIMEOUT:
      *>
      *>   UNLOAD  - the master is copied in key order to the VSMBKUP
      *>             sequential backup (PRMVBKUP) between a header and
      *>             a trailer carrying its control totals.  The backup
      *>             is then read back and proved exactly as a reload
      *>             would prove it.
      *>   RELOAD  - the backup is proved first: header first, trailer
      *>             last, keys ascending, header, trailer and details
      *>             agreeing on count, key hash and position hash, and
      *>             taken from the master being reloaded.  Only then
      *>             is the master rebuilt from it (OPEN OUTPUT).
      *>   REBUILD - the master is rebuilt from the matching list,
      *>             PRIMEOUT or RANGEOUT, each key at its list
      *>             position.  NPRIMES stamps every PRIMEOUT record
      *>             with the run that wrote it, but leaves a PRIMEVSM
      *>             key that has not moved with the stamps of the run
      *>             that first put it there.  So before PRIMEVSM is
      *>             opened OUTPUT, its stamps are recovered from
      *>             whatever the existing master still yields, then
      *>             from VSMBKUP if that holds a backup of PRIMEVSM: a
      *>             key found at its list position keeps the stamps it
      *>             had there.  Only a key that cannot be recovered
      *>             takes the list record's PO-RUN-DATE and PO-RUN-ID,
      *>             and the report counts how many did.  RANGEVSM is
      *>             rebuilt with RANGEOUT's own stamps - NPRIMES writes
      *>             the two with the same ones.
      *>
      *> Whatever the mode, the step ends by reading the master back in
      *> key order and matching it key by key against what it should
      *> hold - the backup for UNLOAD and RELOAD, the list (with the
      *> recovered stamps) for REBUILD.  Every key missing from the
      *> master, on the master but not in the source, or on both with
      *> a different position or stamp is listed on VUTILRPT with both
      *> sides' control totals and the verdict.  A clean verdict means
      *> the master (or, for UNLOAD, the backup) can be used as it
      *> stands.
      *>
      *> Nothing is unloaded or rebuilt while RUNCTL shows an NPRIMES
      *> run INFLIGHT - the masters belong to that run until it ends or
      *> its lock is cleared - nor while RUNCTL is there but will not
      *> open.  A backup or list that does not prove is refused before
      *> the master is opened, so a refusal leaves the master exactly
      *> as it was.
      *>
      *> RETURN-CODE 12 when the step is refused (run in flight, backup
      *> or list unusable, master unreadable or too large to unload) or
      *> the verification finds any difference; 16 on a bad PARM or a
      *> dataset that will not open, RUNCTL included.
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
           SELECT PRIME-MASTER ASSIGN TO "PRIMEVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RANGE-MASTER ASSIGN TO "RANGEVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRIME-OUT-FILE ASSIGN TO "PRIMEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT RANGE-OUT-FILE ASSIGN TO "RANGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIMEOUT-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "VSMBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT VUTIL-REPORT ASSIGN TO "VUTILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  PRIME-MASTER.
           COPY PRMVSAM.

       FD  RANGE-MASTER.
           COPY PRMVSAM REPLACING LEADING ==PM== BY ==RM==
               ==PRIME-MASTER-RECORD== BY ==RANGE-MASTER-RECORD==.

       FD  PRIME-OUT-FILE.
           COPY PRMOUT.

       FD  RANGE-OUT-FILE.
           COPY PRMOUT REPLACING LEADING ==PO== BY ==RO==
               ==PRIME-OUT-RECORD== BY ==RANGE-OUT-RECORD==.

       FD  BACKUP-FILE.
           COPY PRMVBKUP.

       FD  VUTIL-REPORT.
       01  VUTIL-REPORT-LINE PIC X(80).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS   PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-PRIMEOUT-STATUS PIC XX VALUE SPACES.
       01  WS-BACKUP-STATUS   PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.

      *> mode and master off the PARM.  WS-RANGE-SW picks RANGEVSM and
      *> RANGEOUT; WS-MASTER-NAME and WS-LIST-NAME are the DD names the
      *> report, messages and backup header carry.
       01  WS-PARM-STRING   PIC X(20) VALUE SPACES.
       01  WS-MODE          PIC X(8)  VALUE SPACES.
       01  WS-PARM-WHICH    PIC X(8)  VALUE SPACES.
       01  WS-PARM-EXTRA    PIC X(8)  VALUE SPACES.
       01  WS-VALID-SW      PIC X     VALUE 'N'.
       01  WS-RANGE-SW      PIC X     VALUE 'N'.
       01  WS-MASTER-NAME   PIC X(8)  VALUE "PRIMEVSM".
       01  WS-LIST-NAME     PIC X(8)  VALUE "PRIMEOUT".
       01  WS-MODE-DONE     PIC X(8)  VALUE SPACES.

       01  WS-INFLIGHT-SW   PIC X     VALUE 'N'.
       01  WS-LOCK-RUN-DATE PIC X(8)  VALUE SPACES.

      *> what the master should hold once the step is done, in key
      *> order - the backup's details or the list's records - with its
      *> control totals.  Same 9999 ceiling as every other in-storage
      *> prime table; a master, backup or list beyond it is refused
      *> rather than half handled.
       01  WS-SRC-COUNT     PIC 9(4)  USAGE IS COMP VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 9999 TIMES.
               10  WS-SRC-KEY      PIC 9(9) USAGE IS COMP.
               10  WS-SRC-POS      PIC 9(4) USAGE IS COMP.
               10  WS-SRC-RUN-DATE PIC X(8).
               10  WS-SRC-RUN-ID   PIC X(14).
               10  WS-SRC-KEPT-SW  PIC X.
       01  WS-SRC-KEY-HASH  PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-SRC-POS-HASH  PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-SX            PIC 9(5)  USAGE IS COMP VALUE ZERO.
       01  WS-LAST-KEY      PIC 9(9)  USAGE IS COMP VALUE ZERO.

      *> why a backup, list or master was refused - empty when it
      *> proved.
       01  WS-REJECT-REASON PIC X(50) VALUE SPACES.

      *> the backup as read back.  WS-BK-STATE is H until the header
      *> has been read, D while details are being read and T once the
      *> trailer has been.  The header and trailer totals are kept to
      *> be proved against each other and against the details.
       01  WS-BK-STATE      PIC X     VALUE 'H'.
       01  WS-BK-RECORDS    PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-BK-MASTER     PIC X(8)  VALUE SPACES.
       01  WS-BK-UNLOAD-ID  PIC X(14) VALUE SPACES.
       01  WS-HDR-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-HDR-KEY-HASH  PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-HDR-POS-HASH  PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-TRL-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-TRL-KEY-HASH  PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-TRL-POS-HASH  PIC 9(9)  USAGE IS COMP VALUE ZERO.

      *> the master as read - the unload's input and the verification's
      *> other side - and its control totals.  Both masters are read
      *> into the one record so the rest of the step does not care
      *> which it is working on.
           COPY PRMVSAM REPLACING LEADING ==PM== BY ==WM==
               ==PRIME-MASTER-RECORD== BY ==WS-MASTER-RECORD==.
       01  WS-MASTER-EOF-SW PIC X     VALUE 'N'.
       01  WS-MST-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-MST-KEY-HASH  PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-MST-POS-HASH  PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-MASTER-ERRORS PIC 9(6)  USAGE IS COMP VALUE ZERO.

      *> the list record as read, whichever list it is.
           COPY PRMOUT REPLACING LEADING ==PO== BY ==WL==
               ==PRIME-OUT-RECORD== BY ==WS-LIST-RECORD==.

      *> the verification's findings.
       01  WS-VERIFIED      PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-MISSING       PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-EXTRA         PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-DIFFERENT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-DIFFERENCES   PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-READ-FAILED-SW PIC X    VALUE 'N'.

      *> where a rebuilt PRIMEVSM's stamps came from - kept off the old
      *> master, kept off VSMBKUP, or taken from the list.
       01  WS-FROM-MASTER   PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-FROM-BACKUP   PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-FROM-LIST     PIC 9(6)  USAGE IS COMP VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-KEY         PIC Z(8)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-RESULT      PIC X(20) VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-SRC-POS     PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  DL-SRC-RUN-ID  PIC X(14) VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-MST-POS     PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  DL-MST-RUN-ID  PIC X(14) VALUE SPACES.
           05  FILLER         PIC X(5)  VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TL-SIDE        PIC X(20) VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TL-COUNT       PIC Z(5)9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  TL-KEY-HASH    PIC Z(14)9.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  TL-POS-HASH    PIC Z(8)9.
           05  FILLER         PIC X(16) VALUE SPACES.

       01  WS-COUNT-EDIT    PIC Z(5)9.
       01  WS-COUNT-EDIT2   PIC Z(5)9.
       01  WS-VALUE-EDIT    PIC Z(8)9.
       01  WS-POS-EDIT      PIC 9(4).

      *> the event to log - the caller sets the severity, message
      *> number and text and performs Z900-LOG-EVENT, which stamps it,
      *> appends it to EVENTLOG and clears the text for the next one.
      *> WS-EV-RUN-ID is this execution's start stamp - it is also the
      *> unload id an UNLOAD writes on its backup.
       01  WS-EVENT-STATUS    PIC XX    VALUE SPACES.
       01  WS-EV-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-EV-SEVERITY     PIC X     VALUE SPACE.
       01  WS-EV-MSG-NO       PIC X(7)  VALUE SPACES.
       01  WS-EV-TEXT         PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN  PIC S9(4) COMP.
           05  LS-PARM-DATA PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A010-GET-PARM.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMVUTIL: PARM MUST BE UNLOAD, RELOAD OR "
                   "REBUILD, OPTIONALLY FOLLOWED BY RANGE - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0001" TO WS-EV-MSG-NO
               STRING "PARM NOT RECOGNISED: "
                   FUNCTION TRIM (WS-PARM-STRING) " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A030-OPEN-REPORT.
           PERFORM A020-CHECK-RUN-CONTROL.
           IF WS-INFLIGHT-SW IS EQUAL TO 'Y'
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "VUT0003" TO WS-EV-MSG-NO
               STRING "RUNCTL SHOWS A RUN INFLIGHT SINCE "
                   WS-LOCK-RUN-DATE
                   " - " FUNCTION TRIM (WS-MODE) " REFUSED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 12 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           EVALUATE WS-MODE
               WHEN "UNLOAD"
                   PERFORM B000-UNLOAD-MASTER
                   PERFORM C000-LOAD-BACKUP
               WHEN "RELOAD"
                   PERFORM C000-LOAD-BACKUP
                   PERFORM D000-LOAD-MASTER
               WHEN "REBUILD"
                   PERFORM E000-LOAD-LIST
                   PERFORM E100-RECOVER-STAMPS
                   PERFORM D000-LOAD-MASTER
           END-EVALUATE.
           PERFORM F000-VERIFY-MASTER.
           PERFORM G000-WRITE-VERDICT.
           CLOSE VUTIL-REPORT.
           STOP RUN.

       A010-GET-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           IF LS-PARM-LEN IS GREATER THAN ZERO
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           UNSTRING FUNCTION TRIM (WS-PARM-STRING)
               DELIMITED BY ALL SPACE
               INTO WS-MODE WS-PARM-WHICH WS-PARM-EXTRA
           END-UNSTRING.
           IF (WS-MODE IS EQUAL TO "UNLOAD"
                   OR WS-MODE IS EQUAL TO "RELOAD"
                   OR WS-MODE IS EQUAL TO "REBUILD")
               AND WS-PARM-EXTRA IS EQUAL TO SPACES
               EVALUATE WS-MODE
                   WHEN "UNLOAD"
                       MOVE "UNLOADED" TO WS-MODE-DONE
                   WHEN "RELOAD"
                       MOVE "RELOADED" TO WS-MODE-DONE
                   WHEN OTHER
                       MOVE "REBUILT" TO WS-MODE-DONE
               END-EVALUATE
               EVALUATE WS-PARM-WHICH
                   WHEN SPACES
                       MOVE 'Y' TO WS-VALID-SW
                   WHEN "RANGE"
                       MOVE 'Y' TO WS-VALID-SW
                       MOVE 'Y' TO WS-RANGE-SW
                       MOVE "RANGEVSM" TO WS-MASTER-NAME
                       MOVE "RANGEOUT" TO WS-LIST-NAME
               END-EVALUATE
           END-IF.

      *> no RUNCTL at all (status 35) means NPRIMES has never run - no
      *> lock to respect.  A RUNCTL that is there but will not open
      *> could be hiding one, so the step goes no further.  An UNLOAD
      *> is refused as well: a master being maintained in place would
      *> be backed up half done.
       A020-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS IS NOT EQUAL TO "00"
               AND WS-RUNCTL-STATUS IS NOT EQUAL TO "35"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING "RUNCTL WILL NOT OPEN, STATUS " WS-RUNCTL-STATUS
                   " - " FUNCTION TRIM (WS-MODE) " NOT ATTEMPTED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
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

       A030-OPEN-REPORT.
           OPEN OUTPUT VUTIL-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMVUTIL: VUTIL-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING "VUTILRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "PRMVUTIL - PRIME MASTER " FUNCTION TRIM (WS-MODE)
               " OF " WS-MASTER-NAME " - RUN " WS-EV-RUN-ID
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

      *> ends the step on a refusal or a dataset that will not open.
      *> The caller sets the event and the return code; the event text
      *> goes on the report and the job log as well as EVENTLOG.
       A090-TERMINATE.
           MOVE WS-EV-TEXT TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.
           CLOSE VUTIL-REPORT.
           DISPLAY "PRMVUTIL: " FUNCTION TRIM (WS-EV-TEXT).
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

      *> the master into storage in key order, then out to the backup:
      *> header, details, trailer.  The trailer's totals are taken
      *> again as the details are written rather than copied from the
      *> header, so a short write shows up when the backup is proved.
       B000-UNLOAD-MASTER.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               OPEN INPUT RANGE-MASTER
           ELSE
               OPEN INPUT PRIME-MASTER
           END-IF.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING WS-MASTER-NAME " WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - NOTHING UNLOADED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           MOVE 'N' TO WS-MASTER-EOF-SW.
           PERFORM B010-UNLOAD-MASTER-RECORD
               UNTIL WS-MASTER-EOF-SW IS EQUAL TO 'Y'.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               CLOSE RANGE-MASTER
           ELSE
               CLOSE PRIME-MASTER
           END-IF.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               AND WS-SRC-COUNT IS EQUAL TO ZERO
               MOVE "THE MASTER IS EMPTY" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "VUT0006" TO WS-EV-MSG-NO
               STRING WS-MASTER-NAME " NOT UNLOADED - "
                   FUNCTION TRIM (WS-REJECT-REASON)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 12 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING "VSMBKUP WILL NOT OPEN, STATUS "
                   WS-BACKUP-STATUS " - NOTHING UNLOADED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           MOVE SPACES TO MASTER-BACKUP-RECORD.
           MOVE "HDR" TO MB-REC-TYPE.
           MOVE WS-MASTER-NAME TO MB-MASTER.
           MOVE WS-EV-RUN-ID TO MB-UNLOAD-ID.
           MOVE WS-SRC-COUNT TO MB-RECORD-COUNT.
           MOVE WS-SRC-KEY-HASH TO MB-KEY-HASH.
           MOVE WS-SRC-POS-HASH TO MB-POS-HASH.
           WRITE MASTER-BACKUP-RECORD.
           MOVE ZERO TO WS-TRL-COUNT WS-TRL-KEY-HASH WS-TRL-POS-HASH.
           PERFORM B020-WRITE-BACKUP-DETAIL
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SRC-COUNT.
           MOVE SPACES TO MASTER-BACKUP-RECORD.
           MOVE "TRL" TO MB-REC-TYPE.
           MOVE WS-MASTER-NAME TO MB-MASTER.
           MOVE WS-EV-RUN-ID TO MB-UNLOAD-ID.
           MOVE WS-TRL-COUNT TO MB-RECORD-COUNT.
           MOVE WS-TRL-KEY-HASH TO MB-KEY-HASH.
           MOVE WS-TRL-POS-HASH TO MB-POS-HASH.
           WRITE MASTER-BACKUP-RECORD.
           CLOSE BACKUP-FILE.
           MOVE WS-TRL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING WS-MASTER-NAME " UNLOADED TO VSMBKUP - "
               FUNCTION TRIM (WS-COUNT-EDIT) " KEYS, UNLOAD ID "
               WS-EV-RUN-ID
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

      *> a read that fails part way (anything but end of file) means a
      *> damaged cluster - the backup would be short, so none is
      *> written.
       B010-UNLOAD-MASTER-RECORD.
           PERFORM F010-READ-MASTER.
           IF WS-READ-FAILED-SW IS EQUAL TO 'Y'
               MOVE WS-MST-COUNT TO WS-COUNT-EDIT
               STRING "READ FAILED, STATUS " WS-MASTER-STATUS
                   " AFTER " FUNCTION TRIM (WS-COUNT-EDIT) " KEYS"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           ELSE
               IF WS-MASTER-EOF-SW IS NOT EQUAL TO 'Y'
                   IF WS-SRC-COUNT IS LESS THAN 9999
                       ADD 1 TO WS-SRC-COUNT
                       MOVE WM-PRIME-KEY TO WS-SRC-KEY (WS-SRC-COUNT)
                       MOVE WM-FOUND-POS TO WS-SRC-POS (WS-SRC-COUNT)
                       MOVE WM-RUN-DATE
                           TO WS-SRC-RUN-DATE (WS-SRC-COUNT)
                       MOVE WM-RUN-ID TO WS-SRC-RUN-ID (WS-SRC-COUNT)
                       ADD WM-PRIME-KEY TO WS-SRC-KEY-HASH
                       ADD WM-FOUND-POS TO WS-SRC-POS-HASH
                   ELSE
                       MOVE "MORE THAN 9999 KEYS ON THE MASTER"
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   END-IF
               END-IF
           END-IF.

       B020-WRITE-BACKUP-DETAIL.
           MOVE SPACES TO MASTER-BACKUP-RECORD.
           MOVE "DTL" TO MB-REC-TYPE.
           MOVE WS-SRC-KEY (WS-SX) TO MB-PRIME-KEY.
           MOVE WS-SRC-POS (WS-SX) TO MB-FOUND-POS.
           MOVE WS-SRC-RUN-DATE (WS-SX) TO MB-RUN-DATE.
           MOVE WS-SRC-RUN-ID (WS-SX) TO MB-RUN-ID.
           WRITE MASTER-BACKUP-RECORD.
           IF WS-BACKUP-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-TRL-COUNT
               ADD MB-PRIME-KEY TO WS-TRL-KEY-HASH
               ADD MB-FOUND-POS TO WS-TRL-POS-HASH
           END-IF.

      *> the backup into storage, proved as it goes.  Used by RELOAD
      *> before the master is opened, and by UNLOAD to read back what
      *> it has just written - either way the table it leaves is what
      *> the master is verified against.
       C000-LOAD-BACKUP.
           MOVE ZERO TO WS-SRC-COUNT WS-SRC-KEY-HASH WS-SRC-POS-HASH.
           MOVE ZERO TO WS-LAST-KEY WS-BK-RECORDS.
           MOVE 'H' TO WS-BK-STATE.
           MOVE SPACES TO WS-REJECT-REASON.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING "VSMBKUP WILL NOT OPEN, STATUS "
                   WS-BACKUP-STATUS " - " WS-MASTER-NAME
                   " NOT TOUCHED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           PERFORM C010-READ-BACKUP
               UNTIL WS-BACKUP-STATUS IS NOT EQUAL TO "00"
                   OR WS-REJECT-REASON IS NOT EQUAL TO SPACES.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               AND WS-BACKUP-STATUS IS NOT EQUAL TO "10"
               STRING "READ FAILED, STATUS " WS-BACKUP-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF.
           CLOSE BACKUP-FILE.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               PERFORM C020-PROVE-BACKUP-TOTALS
           END-IF.
           IF WS-BK-STATE IS NOT EQUAL TO 'H'
               PERFORM C030-WRITE-BACKUP-TOTALS
           END-IF.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "VUT0004" TO WS-EV-MSG-NO
               IF WS-MODE IS EQUAL TO "UNLOAD"
                   STRING "BACKUP OF " WS-MASTER-NAME
                       " DOES NOT PROVE - "
                       FUNCTION TRIM (WS-REJECT-REASON)
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
               ELSE
                   STRING "VSMBKUP REFUSED - "
                       FUNCTION TRIM (WS-REJECT-REASON)
                       " - MASTER NOT TOUCHED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
               END-IF
               MOVE 12 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.

       C010-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   MOVE "10" TO WS-BACKUP-STATUS
               NOT AT END
                   ADD 1 TO WS-BK-RECORDS
                   EVALUATE TRUE
                       WHEN WS-BK-STATE IS EQUAL TO 'H'
                           PERFORM C011-TAKE-HEADER
                       WHEN WS-BK-STATE IS EQUAL TO 'T'
                           MOVE "RECORDS FOLLOW THE TRAILER"
                               TO WS-REJECT-REASON
                       WHEN MB-REC-TYPE IS EQUAL TO "DTL"
                           PERFORM C012-TAKE-DETAIL
                       WHEN MB-REC-TYPE IS EQUAL TO "TRL"
                           PERFORM C013-TAKE-TRAILER
                       WHEN OTHER
                           MOVE WS-BK-RECORDS TO WS-COUNT-EDIT
                           STRING "RECORD "
                               FUNCTION TRIM (WS-COUNT-EDIT)
                               " IS NOT A DETAIL OR TRAILER"
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                           END-STRING
                   END-EVALUATE
           END-READ.

       C011-TAKE-HEADER.
           IF MB-REC-TYPE IS NOT EQUAL TO "HDR"
               MOVE "NO HEADER - FIRST RECORD IS NOT HDR"
                   TO WS-REJECT-REASON
           ELSE
               IF MB-RECORD-COUNT IS NOT NUMERIC
                   OR MB-KEY-HASH IS NOT NUMERIC
                   OR MB-POS-HASH IS NOT NUMERIC
                   MOVE "HEADER TOTALS ARE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE MB-MASTER TO WS-BK-MASTER
                   MOVE MB-UNLOAD-ID TO WS-BK-UNLOAD-ID
                   MOVE MB-RECORD-COUNT TO WS-HDR-COUNT
                   MOVE MB-KEY-HASH TO WS-HDR-KEY-HASH
                   MOVE MB-POS-HASH TO WS-HDR-POS-HASH
                   MOVE 'D' TO WS-BK-STATE
               END-IF
           END-IF.

       C012-TAKE-DETAIL.
           EVALUATE TRUE
               WHEN MB-PRIME-KEY IS NOT NUMERIC
                   OR MB-FOUND-POS IS NOT NUMERIC
                   MOVE WS-BK-RECORDS TO WS-COUNT-EDIT
                   STRING "DETAIL AT RECORD "
                       FUNCTION TRIM (WS-COUNT-EDIT)
                       " IS NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-SRC-COUNT IS GREATER THAN ZERO
                   AND MB-PRIME-KEY IS NOT GREATER THAN WS-LAST-KEY
                   MOVE MB-PRIME-KEY TO WS-VALUE-EDIT
                   STRING "KEYS OUT OF ORDER AT "
                       FUNCTION TRIM (WS-VALUE-EDIT)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-SRC-COUNT IS NOT LESS THAN 9999
                   MOVE "MORE THAN 9999 KEYS ON THE BACKUP"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-SRC-COUNT
                   MOVE MB-PRIME-KEY TO WS-SRC-KEY (WS-SRC-COUNT)
                   MOVE MB-FOUND-POS TO WS-SRC-POS (WS-SRC-COUNT)
                   MOVE MB-RUN-DATE TO WS-SRC-RUN-DATE (WS-SRC-COUNT)
                   MOVE MB-RUN-ID TO WS-SRC-RUN-ID (WS-SRC-COUNT)
                   ADD MB-PRIME-KEY TO WS-SRC-KEY-HASH
                   ADD MB-FOUND-POS TO WS-SRC-POS-HASH
                   MOVE MB-PRIME-KEY TO WS-LAST-KEY
           END-EVALUATE.

       C013-TAKE-TRAILER.
           IF MB-RECORD-COUNT IS NOT NUMERIC
               OR MB-KEY-HASH IS NOT NUMERIC
               OR MB-POS-HASH IS NOT NUMERIC
               MOVE "TRAILER TOTALS ARE NOT NUMERIC"
                   TO WS-REJECT-REASON
           ELSE
               MOVE MB-RECORD-COUNT TO WS-TRL-COUNT
               MOVE MB-KEY-HASH TO WS-TRL-KEY-HASH
               MOVE MB-POS-HASH TO WS-TRL-POS-HASH
               MOVE 'T' TO WS-BK-STATE
           END-IF.

      *> the whole backup has been read cleanly - now it must be
      *> complete, of the master being worked on, and its header,
      *> trailer and details must agree to the last total.
       C020-PROVE-BACKUP-TOTALS.
           EVALUATE TRUE
               WHEN WS-BK-STATE IS EQUAL TO 'H'
                   MOVE "THE BACKUP IS EMPTY" TO WS-REJECT-REASON
               WHEN WS-BK-STATE IS EQUAL TO 'D'
                   MOVE "NO TRAILER - THE BACKUP IS INCOMPLETE"
                       TO WS-REJECT-REASON
               WHEN WS-BK-MASTER IS NOT EQUAL TO WS-MASTER-NAME
                   STRING "IT IS A BACKUP OF " WS-BK-MASTER
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-HDR-COUNT IS NOT EQUAL TO WS-TRL-COUNT
                   OR WS-HDR-KEY-HASH IS NOT EQUAL TO WS-TRL-KEY-HASH
                   OR WS-HDR-POS-HASH IS NOT EQUAL TO WS-TRL-POS-HASH
                   MOVE "HEADER AND TRAILER TOTALS DISAGREE"
                       TO WS-REJECT-REASON
               WHEN WS-SRC-COUNT IS NOT EQUAL TO WS-TRL-COUNT
                   OR WS-SRC-KEY-HASH IS NOT EQUAL TO WS-TRL-KEY-HASH
                   OR WS-SRC-POS-HASH IS NOT EQUAL TO WS-TRL-POS-HASH
                   MOVE "DETAILS DO NOT MATCH THE CONTROL TOTALS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       C030-WRITE-BACKUP-TOTALS.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "BACKUP VSMBKUP OF " WS-BK-MASTER
               " - UNLOAD ID " WS-BK-UNLOAD-ID
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE "                       RECORDS           KEY HASH"
               TO VUTIL-REPORT-LINE.
           MOVE "POSITION HASH" TO VUTIL-REPORT-LINE (52 : 13).
           WRITE VUTIL-REPORT-LINE.
           MOVE "HEADER" TO TL-SIDE.
           MOVE WS-HDR-COUNT TO TL-COUNT.
           MOVE WS-HDR-KEY-HASH TO TL-KEY-HASH.
           MOVE WS-HDR-POS-HASH TO TL-POS-HASH.
           WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE.
           IF WS-BK-STATE IS EQUAL TO 'T'
               MOVE "TRAILER" TO TL-SIDE
               MOVE WS-TRL-COUNT TO TL-COUNT
               MOVE WS-TRL-KEY-HASH TO TL-KEY-HASH
               MOVE WS-TRL-POS-HASH TO TL-POS-HASH
               WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE
           END-IF.
           MOVE "DETAILS READ" TO TL-SIDE.
           MOVE WS-SRC-COUNT TO TL-COUNT.
           MOVE WS-SRC-KEY-HASH TO TL-KEY-HASH.
           MOVE WS-SRC-POS-HASH TO TL-POS-HASH.
           WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

      *> the master rebuilt wholesale from the table - OPEN OUTPUT, as
      *> PRMGREST restores it and NPRIMES rebuilds the range master.
      *> A write that fails is counted here and shows up again as a
      *> missing key when the master is verified.
       D000-LOAD-MASTER.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               OPEN OUTPUT RANGE-MASTER
           ELSE
               OPEN OUTPUT PRIME-MASTER
           END-IF.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING WS-MASTER-NAME " WILL NOT OPEN OUTPUT, STATUS "
                   WS-MASTER-STATUS " - NOT "
                   FUNCTION TRIM (WS-MODE-DONE)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           PERFORM D010-WRITE-MASTER-RECORD
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SRC-COUNT.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               CLOSE RANGE-MASTER
           ELSE
               CLOSE PRIME-MASTER
           END-IF.
           MOVE WS-SRC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-MASTER-ERRORS TO WS-COUNT-EDIT2.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING WS-MASTER-NAME " " FUNCTION TRIM (WS-MODE-DONE)
               " - " FUNCTION TRIM (WS-COUNT-EDIT) " KEYS WRITTEN, "
               FUNCTION TRIM (WS-COUNT-EDIT2) " WRITES FAILED"
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

       D010-WRITE-MASTER-RECORD.
           MOVE WS-SRC-KEY (WS-SX) TO WM-PRIME-KEY.
           MOVE WS-SRC-POS (WS-SX) TO WM-FOUND-POS.
           MOVE WS-SRC-RUN-DATE (WS-SX) TO WM-RUN-DATE.
           MOVE WS-SRC-RUN-ID (WS-SX) TO WM-RUN-ID.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               WRITE RANGE-MASTER-RECORD FROM WS-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MASTER-ERRORS
                       DISPLAY "PRMVUTIL: RANGE MASTER WRITE FAILED, "
                           "STATUS " WS-MASTER-STATUS " KEY "
                           WM-PRIME-KEY
               END-WRITE
           ELSE
               WRITE PRIME-MASTER-RECORD FROM WS-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MASTER-ERRORS
                       DISPLAY "PRMVUTIL: MASTER WRITE FAILED, "
                           "STATUS " WS-MASTER-STATUS " KEY "
                           WM-PRIME-KEY
               END-WRITE
           END-IF.

      *> the matching list into storage.  It must hold something and
      *> be in strictly ascending order - a list that is not cannot
      *> have come from NPRIMES, and a master built from it would not
      *> be the one the list describes.
       E000-LOAD-LIST.
           MOVE ZERO TO WS-SRC-COUNT WS-SRC-KEY-HASH WS-SRC-POS-HASH.
           MOVE ZERO TO WS-LAST-KEY.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               OPEN INPUT RANGE-OUT-FILE
           ELSE
               OPEN INPUT PRIME-OUT-FILE
           END-IF.
           IF WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING WS-LIST-NAME " WILL NOT OPEN, STATUS "
                   WS-PRIMEOUT-STATUS " - " WS-MASTER-NAME
                   " NOT TOUCHED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           PERFORM E010-READ-LIST
               UNTIL WS-PRIMEOUT-STATUS IS NOT EQUAL TO "00"
                   OR WS-REJECT-REASON IS NOT EQUAL TO SPACES.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               AND WS-PRIMEOUT-STATUS IS NOT EQUAL TO "10"
               STRING "READ FAILED, STATUS " WS-PRIMEOUT-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               CLOSE RANGE-OUT-FILE
           ELSE
               CLOSE PRIME-OUT-FILE
           END-IF.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               AND WS-SRC-COUNT IS EQUAL TO ZERO
               MOVE "THE LIST IS EMPTY" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "VUT0005" TO WS-EV-MSG-NO
               STRING WS-LIST-NAME " REFUSED - "
                   FUNCTION TRIM (WS-REJECT-REASON)
                   " - MASTER NOT TOUCHED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 12 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "LIST " WS-LIST-NAME
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE "                       RECORDS           KEY HASH"
               TO VUTIL-REPORT-LINE.
           MOVE "POSITION HASH" TO VUTIL-REPORT-LINE (52 : 13).
           WRITE VUTIL-REPORT-LINE.
           MOVE "RECORDS READ" TO TL-SIDE.
           MOVE WS-SRC-COUNT TO TL-COUNT.
           MOVE WS-SRC-KEY-HASH TO TL-KEY-HASH.
           MOVE WS-SRC-POS-HASH TO TL-POS-HASH.
           WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

       E010-READ-LIST.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               READ RANGE-OUT-FILE INTO WS-LIST-RECORD
                   AT END
                       MOVE "10" TO WS-PRIMEOUT-STATUS
               END-READ
           ELSE
               READ PRIME-OUT-FILE INTO WS-LIST-RECORD
                   AT END
                       MOVE "10" TO WS-PRIMEOUT-STATUS
               END-READ
           END-IF.
           IF WS-PRIMEOUT-STATUS IS EQUAL TO "00"
               EVALUATE TRUE
                   WHEN WL-PRIME-VALUE IS NOT NUMERIC
                       OR WL-FOUND-POS IS NOT NUMERIC
                       MOVE WS-SRC-COUNT TO WS-COUNT-EDIT
                       STRING "RECORD AFTER "
                           FUNCTION TRIM (WS-COUNT-EDIT)
                           " IS NOT NUMERIC"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                   WHEN WS-SRC-COUNT IS GREATER THAN ZERO
                       AND WL-PRIME-VALUE IS NOT GREATER THAN
                           WS-LAST-KEY
                       MOVE WL-PRIME-VALUE TO WS-VALUE-EDIT
                       STRING "PRIMES OUT OF ORDER AT "
                           FUNCTION TRIM (WS-VALUE-EDIT)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                   WHEN WS-SRC-COUNT IS NOT LESS THAN 9999
                       MOVE "MORE THAN 9999 PRIMES ON THE LIST"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       ADD 1 TO WS-SRC-COUNT
                       MOVE WL-PRIME-VALUE TO WS-SRC-KEY (WS-SRC-COUNT)
                       MOVE WL-FOUND-POS TO WS-SRC-POS (WS-SRC-COUNT)
                       MOVE WL-RUN-DATE
                           TO WS-SRC-RUN-DATE (WS-SRC-COUNT)
                       MOVE WL-RUN-ID TO WS-SRC-RUN-ID (WS-SRC-COUNT)
                       MOVE 'N' TO WS-SRC-KEPT-SW (WS-SRC-COUNT)
                       ADD WL-PRIME-VALUE TO WS-SRC-KEY-HASH
                       ADD WL-FOUND-POS TO WS-SRC-POS-HASH
                       MOVE WL-PRIME-VALUE TO WS-LAST-KEY
               END-EVALUATE
           END-IF.

      *> the stamps a rebuilt PRIMEVSM keeps.  The old master is read
      *> first, for as far as it will read; VSMBKUP only fills in what
      *> the master could not give.  Either way a stamp is kept only
      *> where the key is found at the position the list now gives it
      *> - the rule NPRIMES maintains the master by.  The range master
      *> keeps RANGEOUT's stamps, which are the ones it was built with.
       E100-RECOVER-STAMPS.
           MOVE ZERO TO WS-FROM-MASTER WS-FROM-BACKUP.
           IF WS-RANGE-SW IS NOT EQUAL TO 'Y'
               PERFORM E110-STAMPS-FROM-MASTER
               IF WS-FROM-MASTER IS LESS THAN WS-SRC-COUNT
                   PERFORM E130-STAMPS-FROM-BACKUP
               END-IF
           END-IF.
           COMPUTE WS-FROM-LIST =
               WS-SRC-COUNT - WS-FROM-MASTER - WS-FROM-BACKUP.
           MOVE WS-FROM-MASTER TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "STAMPS KEPT FROM " WS-MASTER-NAME "        "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-FROM-BACKUP TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "STAMPS KEPT FROM VSMBKUP         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-FROM-LIST TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "STAMPS TAKEN FROM " WS-LIST-NAME "       "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.
           DISPLAY "PRMVUTIL: " FUNCTION TRIM (WS-COUNT-EDIT)
               " KEYS TAKE THEIR STAMPS FROM " WS-LIST-NAME.

      *> a master that will not open or stops reading part way is what
      *> a rebuild is for - it gives what it can and VSMBKUP is tried
      *> for the rest.
       E110-STAMPS-FROM-MASTER.
           OPEN INPUT PRIME-MASTER.
           IF WS-MASTER-STATUS IS EQUAL TO "00"
               MOVE 'N' TO WS-MASTER-EOF-SW
               MOVE 'N' TO WS-READ-FAILED-SW
               MOVE 1 TO WS-SX
               PERFORM F010-READ-MASTER
               PERFORM E120-MATCH-MASTER-STAMP
                   UNTIL WS-MASTER-EOF-SW IS EQUAL TO 'Y'
                       OR WS-SX IS GREATER THAN WS-SRC-COUNT
               IF WS-READ-FAILED-SW IS EQUAL TO 'Y'
                   MOVE WS-MST-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO VUTIL-REPORT-LINE
                   STRING WS-MASTER-NAME " READ FAILED, STATUS "
                       WS-MASTER-STATUS " AFTER "
                       FUNCTION TRIM (WS-COUNT-EDIT)
                       " KEYS - STAMPS KEPT UP TO THERE"
                       DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
                   END-STRING
                   WRITE VUTIL-REPORT-LINE
               END-IF
               CLOSE PRIME-MASTER
           ELSE
               MOVE SPACES TO VUTIL-REPORT-LINE
               STRING WS-MASTER-NAME " WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - NO STAMPS KEPT FROM IT"
                   DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
               END-STRING
               WRITE VUTIL-REPORT-LINE
           END-IF.

       E120-MATCH-MASTER-STAMP.
           EVALUATE TRUE
               WHEN WS-SRC-KEY (WS-SX) IS LESS THAN WM-PRIME-KEY
                   ADD 1 TO WS-SX
               WHEN WS-SRC-KEY (WS-SX) IS GREATER THAN WM-PRIME-KEY
                   PERFORM F010-READ-MASTER
               WHEN OTHER
                   IF WS-SRC-POS (WS-SX) IS EQUAL TO WM-FOUND-POS
                       MOVE WM-RUN-DATE TO WS-SRC-RUN-DATE (WS-SX)
                       MOVE WM-RUN-ID TO WS-SRC-RUN-ID (WS-SX)
                       MOVE 'Y' TO WS-SRC-KEPT-SW (WS-SX)
                       ADD 1 TO WS-FROM-MASTER
                   END-IF
                   ADD 1 TO WS-SX
                   PERFORM F010-READ-MASTER
           END-EVALUATE.

      *> VSMBKUP is optional here.  It is used only when it holds a
      *> backup of PRIMEVSM, and only as far as it reads in key order
      *> - the first record that is not a sound detail ends it.
       E130-STAMPS-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS IS EQUAL TO "00"
               MOVE 'H' TO WS-BK-STATE
               MOVE SPACES TO WS-BK-UNLOAD-ID
               MOVE ZERO TO WS-LAST-KEY
               MOVE 1 TO WS-SX
               PERFORM E140-READ-BACKUP-STAMP
               IF WS-BK-STATE IS EQUAL TO 'D'
                   PERFORM E140-READ-BACKUP-STAMP
               END-IF
               PERFORM E150-MATCH-BACKUP-STAMP
                   UNTIL WS-BK-STATE IS EQUAL TO 'T'
                       OR WS-SX IS GREATER THAN WS-SRC-COUNT
               CLOSE BACKUP-FILE
               MOVE SPACES TO VUTIL-REPORT-LINE
               IF WS-BK-UNLOAD-ID IS EQUAL TO SPACES
                   STRING "VSMBKUP HOLDS NO BACKUP OF " WS-MASTER-NAME
                       " - NO STAMPS KEPT FROM IT"
                       DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "VSMBKUP USED - UNLOAD ID " WS-BK-UNLOAD-ID
                       DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE VUTIL-REPORT-LINE
           ELSE
               MOVE SPACES TO VUTIL-REPORT-LINE
               STRING "VSMBKUP NOT AVAILABLE, STATUS " WS-BACKUP-STATUS
                   " - NO STAMPS KEPT FROM IT"
                   DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
               END-STRING
               WRITE VUTIL-REPORT-LINE
           END-IF.

      *> the next usable backup record: the header (state H to D) or a
      *> detail in key order.  Anything else, end of file or a failed
      *> read sets state T and the backup is used no further.
       E140-READ-BACKUP-STAMP.
           READ BACKUP-FILE
               AT END
                   MOVE 'T' TO WS-BK-STATE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-BK-STATE IS EQUAL TO 'H'
                           IF MB-REC-TYPE IS EQUAL TO "HDR"
                               AND MB-MASTER IS EQUAL TO WS-MASTER-NAME
                               MOVE MB-UNLOAD-ID TO WS-BK-UNLOAD-ID
                               MOVE 'D' TO WS-BK-STATE
                           ELSE
                               MOVE 'T' TO WS-BK-STATE
                           END-IF
                       WHEN MB-REC-TYPE IS NOT EQUAL TO "DTL"
                           OR MB-PRIME-KEY IS NOT NUMERIC
                           OR MB-FOUND-POS IS NOT NUMERIC
                           MOVE 'T' TO WS-BK-STATE
                       WHEN WS-LAST-KEY IS GREATER THAN ZERO
                           AND MB-PRIME-KEY IS NOT GREATER THAN
                               WS-LAST-KEY
                           MOVE 'T' TO WS-BK-STATE
                       WHEN OTHER
                           MOVE MB-PRIME-KEY TO WS-LAST-KEY
                   END-EVALUATE
           END-READ.
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               MOVE 'T' TO WS-BK-STATE
           END-IF.

       E150-MATCH-BACKUP-STAMP.
           EVALUATE TRUE
               WHEN WS-SRC-KEY (WS-SX) IS LESS THAN MB-PRIME-KEY
                   ADD 1 TO WS-SX
               WHEN WS-SRC-KEY (WS-SX) IS GREATER THAN MB-PRIME-KEY
                   PERFORM E140-READ-BACKUP-STAMP
               WHEN OTHER
                   IF WS-SRC-KEPT-SW (WS-SX) IS NOT EQUAL TO 'Y'
                       AND WS-SRC-POS (WS-SX) IS EQUAL TO MB-FOUND-POS
                       MOVE MB-RUN-DATE TO WS-SRC-RUN-DATE (WS-SX)
                       MOVE MB-RUN-ID TO WS-SRC-RUN-ID (WS-SX)
                       MOVE 'Y' TO WS-SRC-KEPT-SW (WS-SX)
                       ADD 1 TO WS-FROM-BACKUP
                   END-IF
                   ADD 1 TO WS-SX
                   PERFORM E140-READ-BACKUP-STAMP
           END-EVALUATE.

      *> key-by-key match of the master, read back in key order,
      *> against the table: a key on only one side, or on both with a
      *> different position or stamp, is a difference.  A read that
      *> fails part way ends the master side there and is a difference
      *> in itself.
       F000-VERIFY-MASTER.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               OPEN INPUT RANGE-MASTER
           ELSE
               OPEN INPUT PRIME-MASTER
           END-IF.
           IF WS-MASTER-STATUS IS NOT EQUAL TO "00"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "VUT0002" TO WS-EV-MSG-NO
               STRING WS-MASTER-NAME " WILL NOT OPEN, STATUS "
                   WS-MASTER-STATUS " - NOT VERIFIED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               MOVE 16 TO RETURN-CODE
               PERFORM A090-TERMINATE
           END-IF.
           MOVE ZERO TO WS-MST-COUNT WS-MST-KEY-HASH WS-MST-POS-HASH.
           MOVE 'N' TO WS-MASTER-EOF-SW.
           MOVE 'N' TO WS-READ-FAILED-SW.
           MOVE "VERIFICATION OF " TO VUTIL-REPORT-LINE.
           MOVE WS-MASTER-NAME TO VUTIL-REPORT-LINE (17 : 8).
           MOVE "KEY BY KEY" TO VUTIL-REPORT-LINE (26 : 10).
           WRITE VUTIL-REPORT-LINE.
           MOVE "        KEY  RESULT                SOURCE"
               TO VUTIL-REPORT-LINE.
           MOVE "MASTER" TO VUTIL-REPORT-LINE (57 : 6).
           WRITE VUTIL-REPORT-LINE.
           MOVE 1 TO WS-SX.
           PERFORM F010-READ-MASTER.
           PERFORM F020-MATCH-KEY
               UNTIL WS-MASTER-EOF-SW IS EQUAL TO 'Y'
                   AND WS-SX IS GREATER THAN WS-SRC-COUNT.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               CLOSE RANGE-MASTER
           ELSE
               CLOSE PRIME-MASTER
           END-IF.
           IF WS-READ-FAILED-SW IS EQUAL TO 'Y'
               MOVE SPACES TO VUTIL-REPORT-LINE
               MOVE WS-MST-COUNT TO WS-COUNT-EDIT
               STRING "  MASTER READ FAILED, STATUS " WS-MASTER-STATUS
                   " AFTER " FUNCTION TRIM (WS-COUNT-EDIT) " KEYS"
                   DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
               END-STRING
               WRITE VUTIL-REPORT-LINE
               ADD 1 TO WS-DIFFERENCES
           END-IF.
           IF WS-DIFFERENCES IS EQUAL TO ZERO
               MOVE "  NO DIFFERENCES" TO VUTIL-REPORT-LINE
               WRITE VUTIL-REPORT-LINE
           END-IF.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.
           MOVE "                       RECORDS           KEY HASH"
               TO VUTIL-REPORT-LINE.
           MOVE "POSITION HASH" TO VUTIL-REPORT-LINE (52 : 13).
           WRITE VUTIL-REPORT-LINE.
           IF WS-MODE IS EQUAL TO "REBUILD"
               MOVE "SOURCE - LIST" TO TL-SIDE
           ELSE
               MOVE "SOURCE - BACKUP" TO TL-SIDE
           END-IF.
           MOVE WS-SRC-COUNT TO TL-COUNT.
           MOVE WS-SRC-KEY-HASH TO TL-KEY-HASH.
           MOVE WS-SRC-POS-HASH TO TL-POS-HASH.
           WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE.
           MOVE "MASTER" TO TL-SIDE.
           MOVE WS-MST-COUNT TO TL-COUNT.
           MOVE WS-MST-KEY-HASH TO TL-KEY-HASH.
           MOVE WS-MST-POS-HASH TO TL-POS-HASH.
           WRITE VUTIL-REPORT-LINE FROM WS-TOTALS-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.

      *> the next master record into WS-MASTER-RECORD, totalled.  Also
      *> the unload's reader.
       F010-READ-MASTER.
           IF WS-RANGE-SW IS EQUAL TO 'Y'
               READ RANGE-MASTER NEXT RECORD INTO WS-MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
               END-READ
           ELSE
               READ PRIME-MASTER NEXT RECORD INTO WS-MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
               END-READ
           END-IF.
           IF WS-MASTER-EOF-SW IS NOT EQUAL TO 'Y'
               IF WS-MASTER-STATUS IS EQUAL TO "00"
                   ADD 1 TO WS-MST-COUNT
                   ADD WM-PRIME-KEY TO WS-MST-KEY-HASH
                   ADD WM-FOUND-POS TO WS-MST-POS-HASH
               ELSE
                   MOVE 'Y' TO WS-READ-FAILED-SW
                   MOVE 'Y' TO WS-MASTER-EOF-SW
               END-IF
           END-IF.

       F020-MATCH-KEY.
           EVALUATE TRUE
               WHEN WS-MASTER-EOF-SW IS EQUAL TO 'Y'
                   PERFORM F030-SOURCE-ONLY
               WHEN WS-SX IS GREATER THAN WS-SRC-COUNT
                   PERFORM F040-MASTER-ONLY
               WHEN WS-SRC-KEY (WS-SX) IS LESS THAN WM-PRIME-KEY
                   PERFORM F030-SOURCE-ONLY
               WHEN WS-SRC-KEY (WS-SX) IS GREATER THAN WM-PRIME-KEY
                   PERFORM F040-MASTER-ONLY
               WHEN OTHER
                   IF WS-SRC-POS (WS-SX) IS EQUAL TO WM-FOUND-POS
                       AND WS-SRC-RUN-DATE (WS-SX)
                           IS EQUAL TO WM-RUN-DATE
                       AND WS-SRC-RUN-ID (WS-SX)
                           IS EQUAL TO WM-RUN-ID
                       ADD 1 TO WS-VERIFIED
                   ELSE
                       ADD 1 TO WS-DIFFERENT
                       ADD 1 TO WS-DIFFERENCES
                       EVALUATE TRUE
                           WHEN WS-SRC-POS (WS-SX)
                               IS NOT EQUAL TO WM-FOUND-POS
                               MOVE "POSITION DIFFERS" TO DL-RESULT
                           WHEN WS-SRC-RUN-ID (WS-SX)
                               IS NOT EQUAL TO WM-RUN-ID
                               MOVE "RUN ID DIFFERS" TO DL-RESULT
                           WHEN OTHER
                               MOVE "RUN DATE DIFFERS" TO DL-RESULT
                       END-EVALUATE
                       PERFORM F050-SET-SOURCE-SIDE
                       PERFORM F060-SET-MASTER-SIDE
                       WRITE VUTIL-REPORT-LINE FROM WS-DETAIL-LINE
                   END-IF
                   ADD 1 TO WS-SX
                   PERFORM F010-READ-MASTER
           END-EVALUATE.

       F030-SOURCE-ONLY.
           ADD 1 TO WS-MISSING.
           ADD 1 TO WS-DIFFERENCES.
           MOVE "MISSING FROM MASTER" TO DL-RESULT.
           PERFORM F050-SET-SOURCE-SIDE.
           MOVE SPACES TO DL-MST-POS DL-MST-RUN-ID.
           WRITE VUTIL-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SX.

       F040-MASTER-ONLY.
           ADD 1 TO WS-EXTRA.
           ADD 1 TO WS-DIFFERENCES.
           MOVE WM-PRIME-KEY TO DL-KEY.
           MOVE "NOT IN SOURCE" TO DL-RESULT.
           MOVE SPACES TO DL-SRC-POS DL-SRC-RUN-ID.
           PERFORM F060-SET-MASTER-SIDE.
           WRITE VUTIL-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM F010-READ-MASTER.

       F050-SET-SOURCE-SIDE.
           MOVE WS-SRC-KEY (WS-SX) TO DL-KEY.
           MOVE WS-SRC-POS (WS-SX) TO WS-POS-EDIT.
           MOVE WS-POS-EDIT TO DL-SRC-POS.
           MOVE WS-SRC-RUN-ID (WS-SX) TO DL-SRC-RUN-ID.

       F060-SET-MASTER-SIDE.
           MOVE WM-FOUND-POS TO DL-MST-POS.
           MOVE WM-RUN-ID TO DL-MST-RUN-ID.

      *> the verdict.  Clean means every key on the source is on the
      *> master exactly as it should be and nothing else is.
       G000-WRITE-VERDICT.
           MOVE WS-VERIFIED TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "KEYS VERIFIED        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-MISSING TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "MISSING FROM MASTER  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-EXTRA TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "NOT IN SOURCE        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-DIFFERENT TO WS-COUNT-EDIT.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           STRING "POSITION OR STAMP    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
           END-STRING.
           WRITE VUTIL-REPORT-LINE.
           MOVE SPACES TO VUTIL-REPORT-LINE.
           WRITE VUTIL-REPORT-LINE.
           MOVE WS-SRC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-DIFFERENCES TO WS-COUNT-EDIT2.
           IF WS-DIFFERENCES IS EQUAL TO ZERO
               MOVE SPACES TO VUTIL-REPORT-LINE
               STRING "VERDICT: VERIFIED - " WS-MASTER-NAME
                   " MATCHES ITS SOURCE KEY FOR KEY"
                   DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
               END-STRING
               WRITE VUTIL-REPORT-LINE
               DISPLAY "PRMVUTIL: " FUNCTION TRIM (WS-MODE) " OF "
                   WS-MASTER-NAME " VERIFIED - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " KEYS"
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "VUT0010" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-MODE) " OF " WS-MASTER-NAME
                   " VERIFIED - " FUNCTION TRIM (WS-COUNT-EDIT)
                   " KEYS"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           ELSE
               MOVE SPACES TO VUTIL-REPORT-LINE
               STRING "VERDICT: NOT VERIFIED - "
                   FUNCTION TRIM (WS-COUNT-EDIT2)
                   " DIFFERENCES"
                   DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
               END-STRING
               WRITE VUTIL-REPORT-LINE
               IF WS-MODE IS EQUAL TO "UNLOAD"
                   MOVE "THE BACKUP IS NOT FIT TO RELOAD FROM"
                       TO VUTIL-REPORT-LINE
               ELSE
                   MOVE SPACES TO VUTIL-REPORT-LINE
                   STRING WS-MASTER-NAME " IS NOT FIT FOR USE - DO "
                       "NOT RELEASE IT"
                       DELIMITED BY SIZE INTO VUTIL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE VUTIL-REPORT-LINE
               DISPLAY "PRMVUTIL: " FUNCTION TRIM (WS-MODE) " OF "
                   WS-MASTER-NAME " NOT VERIFIED - "
                   FUNCTION TRIM (WS-COUNT-EDIT2) " DIFFERENCES"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "VUT0011" TO WS-EV-MSG-NO
               STRING FUNCTION TRIM (WS-MODE) " OF " WS-MASTER-NAME
                   " NOT VERIFIED - " FUNCTION TRIM (WS-COUNT-EDIT2)
                   " DIFFERENCES IN " FUNCTION TRIM (WS-COUNT-EDIT)
                   " KEYS"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   VUT0001 S  PARM not recognised
      *>   VUT0002 S  VUTILRPT, RUNCTL, the master, VSMBKUP or the
      *>              list will not open
      *>   VUT0003 E  refused - RUNCTL shows a run in flight
      *>   VUT0004 E  backup does not prove (reload refused, or the
      *>              unload's backup is unfit)
      *>   VUT0005 E  list unusable - rebuild refused
      *>   VUT0006 E  master not unloaded - empty, unreadable or over
      *>              9999 keys
      *>   VUT0010 I  unload, reload or rebuild verified
      *>   VUT0011 E  not verified - differences found
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMVUTIL" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMVUTIL: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
