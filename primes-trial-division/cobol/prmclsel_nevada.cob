       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMCLSEL.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Prime classification selection report over CLASSVSM (built by
      *> PRMCLASS).  Lists the primes of one class inside a value
      *> range, then summarizes every class over the same range, on
      *> CLSRPT.
      *>
      *> PARM is "class [low [high]]":
      *>   class - TWIN, COUSIN, SEXY, SOPHIE, SAFE, PALIN, EMIRP or
      *>           CHEN lists the primes flagged 'Y' for that class;
      *>           ALL lists every prime in the range with its flags
      *>   low   - lowest value selected, default 0
      *>   high  - highest value selected, default 999999999
      *> so "SAFE 0 1000000" is "all safe primes under a million".
      *>
      *> A prime marked 'U' for the class asked about is not listed -
      *> its partner lies past the list the classification was built
      *> from - but the undetermined count is printed beneath the
      *> listing with the limit, so the requester knows the answer is
      *> incomplete rather than reading it as final.
      *>
      *> RETURN-CODE 16 on a bad PARM or a dataset that will not open.
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
           SELECT CLASS-MASTER ASSIGN TO "CLASSVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PRIME-KEY
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT CLASS-REPORT ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-MASTER.
           COPY PRMCLASS.

       FD  CLASS-REPORT.
       01  CLASS-REPORT-LINE PIC X(80).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-CLASS-STATUS   PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS  PIC XX VALUE SPACES.
       01  WS-CLASS-EOF-SW   PIC X  VALUE 'N'.

      *> PARM parse work - same delimiter-driven token handling as the
      *> NPRIMES PARM parse.
       01  WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01  WS-CLASS-TOKEN    PIC X(20) VALUE SPACES.
       01  WS-LOW-TOKEN      PIC X(20) VALUE SPACES.
       01  WS-HIGH-TOKEN     PIC X(20) VALUE SPACES.
       01  WS-TOKEN-LEN      PIC 9(2)  VALUE ZERO.
       01  WS-VALID-SW       PIC X     VALUE 'Y'.

      *> the selection - WS-SEL-IX is the class's PC-CLASS-FLAG
      *> subscript, zero for ALL.
       01  WS-SEL-IX         PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-SEL-LOW        PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-SEL-HIGH       PIC 9(9) USAGE IS COMP VALUE 999999999.
       01  WS-SELECTED       PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-IN-RANGE       PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-COVER-LIMIT    PIC 9(9) USAGE IS COMP VALUE ZERO.
       01  WS-SOURCE-RUN-ID  PIC X(14) VALUE SPACES.
       01  SUBSCRIPTS USAGE IS COMP.
           05  J PIC 9(4) VALUE 1.

      *> class codes (as the PARM gives them) and report names, in
      *> PC-CLASS-FLAG order.
       01  WS-CLASS-NAMES.
           05  FILLER PIC X(6)  VALUE "TWIN".
           05  FILLER PIC X(14) VALUE "TWIN".
           05  FILLER PIC X(6)  VALUE "COUSIN".
           05  FILLER PIC X(14) VALUE "COUSIN".
           05  FILLER PIC X(6)  VALUE "SEXY".
           05  FILLER PIC X(14) VALUE "SEXY".
           05  FILLER PIC X(6)  VALUE "SOPHIE".
           05  FILLER PIC X(14) VALUE "SOPHIE GERMAIN".
           05  FILLER PIC X(6)  VALUE "SAFE".
           05  FILLER PIC X(14) VALUE "SAFE".
           05  FILLER PIC X(6)  VALUE "PALIN".
           05  FILLER PIC X(14) VALUE "PALINDROMIC".
           05  FILLER PIC X(6)  VALUE "EMIRP".
           05  FILLER PIC X(14) VALUE "EMIRP".
           05  FILLER PIC X(6)  VALUE "CHEN".
           05  FILLER PIC X(14) VALUE "CHEN".
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
           05  WS-CLASS-ENTRY OCCURS 8 TIMES.
               10  WS-CLASS-CODE PIC X(6).
               10  WS-CLASS-NAME PIC X(14).
       01  WS-CLASS-TALLIES USAGE IS COMP.
           05  WS-CLASS-TALLY OCCURS 8 TIMES.
               10  WS-CT-YES PIC 9(6).
               10  WS-CT-NO  PIC 9(6).
               10  WS-CT-UND PIC 9(6).

       01  WS-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-DL-PRIME     PIC Z(8)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-DL-POS       PIC Z(3)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-DL-FLAG-ENTRY OCCURS 8 TIMES.
               10  WS-DL-FLAG  PIC X.
               10  FILLER      PIC X(2).
           05  FILLER          PIC X(37) VALUE SPACES.

       01  WS-TALLY-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-TL-NAME      PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-TL-YES       PIC Z(5)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-TL-NO        PIC Z(5)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-TL-UND       PIC Z(11)9.
           05  FILLER          PIC X(34) VALUE SPACES.

       01  WS-COUNT-EDIT     PIC Z(5)9.
       01  WS-VALUE-EDIT     PIC Z(8)9.
       01  WS-VALUE-EDIT2    PIC Z(8)9.

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
           05  LS-PARM-DATA PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 14) TO WS-EV-RUN-ID.
           PERFORM A010-GET-PARM.
           OPEN INPUT CLASS-MASTER.
           IF WS-CLASS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMCLSEL: CLASS-MASTER OPEN INPUT FAILED, "
                   "STATUS " WS-CLASS-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CSL0002" TO WS-EV-MSG-NO
               STRING "CLASSVSM WILL NOT OPEN, STATUS " WS-CLASS-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLASS-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMCLSEL: CLASS-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CSL0002" TO WS-EV-MSG-NO
               STRING "CLSRPT WILL NOT OPEN, STATUS " WS-REPORT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE CLASS-MASTER
               STOP RUN
           END-IF.
           INITIALIZE WS-CLASS-TALLIES.
           PERFORM B000-WRITE-HEADER.
           MOVE WS-SEL-LOW TO PC-PRIME-KEY.
           START CLASS-MASTER KEY IS NOT LESS THAN PC-PRIME-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CLASS-EOF-SW
           END-START.
           PERFORM C000-SELECT-RECORD
               UNTIL WS-CLASS-EOF-SW IS EQUAL TO 'Y'.
           CLOSE CLASS-MASTER.
           PERFORM D000-WRITE-SELECTION-TOTALS.
           PERFORM E000-WRITE-CLASS-SUMMARY.
           CLOSE CLASS-REPORT.
           DISPLAY "PRMCLSEL: " WS-SELECTED " PRIMES SELECTED OF "
               WS-IN-RANGE " IN RANGE".
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "CSL0010" TO WS-EV-MSG-NO.
           MOVE WS-SELECTED TO WS-COUNT-EDIT.
           MOVE WS-SEL-LOW TO WS-VALUE-EDIT.
           MOVE WS-SEL-HIGH TO WS-VALUE-EDIT2.
           STRING FUNCTION TRIM (WS-CLASS-TOKEN) " "
               FUNCTION TRIM (WS-VALUE-EDIT) " TO "
               FUNCTION TRIM (WS-VALUE-EDIT2) " - "
               FUNCTION TRIM (WS-COUNT-EDIT) " PRIMES SELECTED"
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
           STOP RUN.

       A010-GET-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           IF LS-PARM-LEN IS GREATER THAN ZERO
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-CLASS-TOKEN WS-LOW-TOKEN WS-HIGH-TOKEN
           END-UNSTRING.
           IF WS-CLASS-TOKEN IS EQUAL TO "ALL"
               MOVE ZERO TO WS-SEL-IX
           ELSE
               MOVE 99 TO WS-SEL-IX
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J IS GREATER THAN 8
                   IF WS-CLASS-TOKEN IS EQUAL TO WS-CLASS-CODE (J)
                       MOVE J TO WS-SEL-IX
                   END-IF
               END-PERFORM
               IF WS-SEL-IX IS EQUAL TO 99
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-LOW-TOKEN IS NOT EQUAL TO SPACES
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-LOW-TOKEN))
               IF WS-TOKEN-LEN IS NOT GREATER THAN 9
                   AND WS-LOW-TOKEN (1 : WS-TOKEN-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL (
                           WS-LOW-TOKEN (1 : WS-TOKEN-LEN))
                       TO WS-SEL-LOW
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-HIGH-TOKEN IS NOT EQUAL TO SPACES
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-HIGH-TOKEN))
               IF WS-TOKEN-LEN IS NOT GREATER THAN 9
                   AND WS-HIGH-TOKEN (1 : WS-TOKEN-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL (
                           WS-HIGH-TOKEN (1 : WS-TOKEN-LEN))
                       TO WS-SEL-HIGH
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-SEL-HIGH IS LESS THAN WS-SEL-LOW
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMCLSEL: PARM MUST BE 'CLASS [LOW [HIGH]]' - "
                   "CLASS ONE OF TWIN COUSIN SEXY SOPHIE SAFE PALIN "
                   "EMIRP CHEN ALL - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CSL0001" TO WS-EV-MSG-NO
               MOVE "PARM NOT RECOGNISED - TERMINATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       B000-WRITE-HEADER.
           MOVE "PRMCLSEL - PRIME CLASSIFICATION SELECTION"
               TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           MOVE SPACES TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           MOVE WS-SEL-LOW TO WS-VALUE-EDIT.
           MOVE WS-SEL-HIGH TO WS-VALUE-EDIT2.
           MOVE SPACES TO CLASS-REPORT-LINE.
           IF WS-SEL-IX IS EQUAL TO ZERO
               STRING "  ALL PRIMES, VALUES " WS-VALUE-EDIT
                   " TO " WS-VALUE-EDIT2
                   DELIMITED BY SIZE INTO CLASS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  CLASS " WS-CLASS-NAME (WS-SEL-IX)
                   " VALUES " WS-VALUE-EDIT " TO " WS-VALUE-EDIT2
                   DELIMITED BY SIZE INTO CLASS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CLASS-REPORT-LINE.
           MOVE SPACES TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           MOVE "      PRIME   POS  TW CO SX SG SF PA EM CH"
               TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.

      *> every record in the range feeds the class summary; only the
      *> selected ones are listed.
       C000-SELECT-RECORD.
           READ CLASS-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CLASS-EOF-SW
               NOT AT END
                   IF PC-PRIME-KEY IS GREATER THAN WS-SEL-HIGH
                       MOVE 'Y' TO WS-CLASS-EOF-SW
                   ELSE
                       PERFORM C010-PROCESS-RECORD
                   END-IF
           END-READ.

       C010-PROCESS-RECORD.
           ADD 1 TO WS-IN-RANGE.
           MOVE PC-COVER-LIMIT TO WS-COVER-LIMIT.
           MOVE PC-SOURCE-RUN-ID TO WS-SOURCE-RUN-ID.
           PERFORM C020-TALLY-FLAG
               VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN 8.
           IF WS-SEL-IX IS EQUAL TO ZERO
               PERFORM C030-WRITE-DETAIL
           ELSE
               IF PC-CLASS-FLAG (WS-SEL-IX) IS EQUAL TO 'Y'
                   PERFORM C030-WRITE-DETAIL
               END-IF
           END-IF.

       C020-TALLY-FLAG.
           EVALUATE PC-CLASS-FLAG (J)
               WHEN 'Y'
                   ADD 1 TO WS-CT-YES (J)
               WHEN 'N'
                   ADD 1 TO WS-CT-NO (J)
               WHEN OTHER
                   ADD 1 TO WS-CT-UND (J)
           END-EVALUATE.

       C030-WRITE-DETAIL.
           ADD 1 TO WS-SELECTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PC-PRIME-KEY TO WS-DL-PRIME.
           MOVE PC-FOUND-POS TO WS-DL-POS.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN 8
               MOVE PC-CLASS-FLAG (J) TO WS-DL-FLAG (J)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.

       D000-WRITE-SELECTION-TOTALS.
           MOVE SPACES TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           MOVE WS-SELECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO CLASS-REPORT-LINE.
           STRING "  PRIMES SELECTED         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CLASS-REPORT-LINE
           END-STRING.
           WRITE CLASS-REPORT-LINE.
           IF WS-SEL-IX IS GREATER THAN ZERO
               IF WS-CT-UND (WS-SEL-IX) IS GREATER THAN ZERO
                   MOVE WS-CT-UND (WS-SEL-IX) TO WS-COUNT-EDIT
                   MOVE WS-COVER-LIMIT TO WS-VALUE-EDIT
                   MOVE SPACES TO CLASS-REPORT-LINE
                   STRING "  UNDETERMINED, NOT LISTED" WS-COUNT-EDIT
                       " - LIST COMPLETE ONLY TO " WS-VALUE-EDIT
                       DELIMITED BY SIZE INTO CLASS-REPORT-LINE
                   END-STRING
                   WRITE CLASS-REPORT-LINE
               END-IF
           END-IF.
           IF WS-IN-RANGE IS GREATER THAN ZERO
               MOVE SPACES TO CLASS-REPORT-LINE
               STRING "  CLASSIFIED FROM RUN     " WS-SOURCE-RUN-ID
                   DELIMITED BY SIZE INTO CLASS-REPORT-LINE
               END-STRING
               WRITE CLASS-REPORT-LINE
           END-IF.

       E000-WRITE-CLASS-SUMMARY.
           MOVE SPACES TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           MOVE WS-IN-RANGE TO WS-COUNT-EDIT.
           MOVE SPACES TO CLASS-REPORT-LINE.
           STRING "COUNT BY CLASS OVER " WS-COUNT-EDIT
               " PRIMES IN RANGE"
               DELIMITED BY SIZE INTO CLASS-REPORT-LINE
           END-STRING.
           WRITE CLASS-REPORT-LINE.
           MOVE "  CLASS              YES      NO  UNDETERMINED"
               TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.
           PERFORM E010-WRITE-ONE-TALLY
               VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN 8.

       E010-WRITE-ONE-TALLY.
           MOVE WS-CLASS-NAME (J) TO WS-TL-NAME.
           MOVE WS-CT-YES (J) TO WS-TL-YES.
           MOVE WS-CT-NO (J) TO WS-TL-NO.
           MOVE WS-CT-UND (J) TO WS-TL-UND.
           MOVE WS-TALLY-LINE TO CLASS-REPORT-LINE.
           WRITE CLASS-REPORT-LINE.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   CSL0001 S  PARM not recognised
      *>   CSL0002 S  CLASSVSM or CLSRPT will not open
      *>   CSL0010 I  selection reported
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMCLSEL" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMCLSEL: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
