       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMEVRPT.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Event report over the suite's EVENTLOG (PRMEVENT).  Lists the
      *> events selected by date, program and severity on EVTRPT, then
      *> totals them by program and severity, so a night's batch can be
      *> reviewed without browsing the raw log or a dozen job logs.
      *>
      *> The selection is one optional EVSEL card, space-delimited
      *> like GENPARM:
      *>
      *>   <from date> <to date> <program> <minimum severity>
      *>
      *>   from date - YYYYMMDD, first event date selected
      *>               (default yesterday)
      *>   to date   - YYYYMMDD, last event date selected
      *>               (default today)
      *>   program   - only this program's events (default all)
      *>   severity  - I, W, E or S: this severity and worse
      *>               (default I, everything)
      *>
      *> Any word may be given as * to take its default, so
      *> "* * PRMCERT E" is PRMCERT's errors and severe events since
      *> yesterday.  Dates are the event's own timestamp.  No EVSEL, or
      *> an empty one, takes every default.
      *>
      *> RETURN-CODE 16 on a card that does not read, EVTRPT will not
      *> open, or an EVENTLOG that is there but will not open - the
      *> report then says so.  No EVENTLOG yet is an empty report, not
      *> an error.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. 8080-CPU.
       OBJECT-COMPUTER. 8080-CPU.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT SELECT-CARD-FILE ASSIGN TO "EVSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT EVENT-REPORT ASSIGN TO "EVTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       FD  SELECT-CARD-FILE.
       01  SELECT-CARD-RECORD PIC X(80).

       FD  EVENT-REPORT.
       01  EVENT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-STATUS   PIC XX VALUE SPACES.
       01  WS-CARD-STATUS    PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS  PIC XX VALUE SPACES.

      *> the selection card, word by word.
       01  WS-FROM-TOKEN     PIC X(10) VALUE SPACES.
       01  WS-TO-TOKEN       PIC X(10) VALUE SPACES.
       01  WS-PGM-TOKEN      PIC X(10) VALUE SPACES.
       01  WS-SEV-TOKEN      PIC X(10) VALUE SPACES.
       01  WS-TOKEN-LEN      PIC 9(2)  VALUE ZERO.
       01  WS-VALID-SW       PIC X     VALUE 'Y'.

      *> the selection in force - defaults yesterday to today, every
      *> program, every severity.
       01  WS-TODAY          PIC X(8)  VALUE SPACES.
       01  WS-TODAY-INT      PIC 9(7)  USAGE IS COMP VALUE ZERO.
       01  WS-YESTERDAY-NUM  PIC 9(8)  VALUE ZERO.
       01  WS-SEL-FROM       PIC X(8)  VALUE SPACES.
       01  WS-SEL-TO         PIC X(8)  VALUE SPACES.
       01  WS-SEL-PROGRAM    PIC X(8)  VALUE SPACES.
       01  WS-SEL-SEVERITY   PIC X     VALUE "I".
       01  WS-SEL-RANK       PIC 9     VALUE 1.

      *> severity codes in ascending order - an event's rank is its
      *> code's place in the list, an unknown code ranks 0 and is
      *> only selected at the I default.
       01  WS-SEVERITY-CODES PIC X(4)  VALUE "IWES".
       01  WS-SEVERITY-TABLE REDEFINES WS-SEVERITY-CODES.
           05  WS-SEVERITY-CODE PIC X OCCURS 4 TIMES.
       01  WS-RANK           PIC 9     VALUE ZERO.
       01  WS-RX             PIC 9     VALUE ZERO.

       01  WS-EVENTS-READ    PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-SELECTED       PIC 9(6) USAGE IS COMP VALUE ZERO.

      *> selected events by program, one column per severity - every
      *> program that logs is a table row, in order of first
      *> appearance.
       01  WS-PGM-COUNT      PIC 9(2) USAGE IS COMP VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PROGRAM PIC X(8).
               10  WS-PT-SEV-COUNT PIC 9(6) USAGE IS COMP
                       OCCURS 4 TIMES.
       01  WS-SEV-TOTALS USAGE IS COMP.
           05  WS-SEV-TOTAL PIC 9(6) OCCURS 4 TIMES.
       01  WS-UNRANKED       PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  SUBSCRIPTS USAGE IS COMP.
           05  J PIC 9(4) VALUE 1.
           05  K PIC 9(4) VALUE 1.

       01  WS-DETAIL-LINE.
           05  WS-DL-STAMP     PIC X(14).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-DL-PROGRAM   PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-DL-RUN-ID    PIC X(14).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-DL-SEVERITY  PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-DL-MSG-NO    PIC X(7).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-DL-TEXT      PIC X(80).
           05  FILLER          PIC X(3)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-TL-PROGRAM   PIC X(8).
           05  WS-TL-COUNT-ENTRY OCCURS 4 TIMES.
               10  FILLER      PIC X(2).
               10  WS-TL-COUNT PIC Z(5)9.
           05  FILLER          PIC X(90).

       01  WS-COUNT-EDIT     PIC Z(5)9.
       01  WS-COUNT-EDIT2    PIC Z(5)9.

       PROCEDURE DIVISION.
       A000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-TODAY)).
           COMPUTE WS-YESTERDAY-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1).
           MOVE WS-YESTERDAY-NUM TO WS-SEL-FROM.
           MOVE WS-TODAY TO WS-SEL-TO.
           PERFORM A010-READ-SELECTION.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMEVRPT: EVSEL MUST BE '<FROM YYYYMMDD> "
                   "<TO YYYYMMDD> <PROGRAM> <I|W|E|S>' (* FOR A "
                   "DEFAULT) - TERMINATING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EVENT-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMEVRPT: EVENT-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A020-WRITE-HEADINGS.
           PERFORM B000-READ-EVENTS.
           PERFORM C000-WRITE-TOTALS.
           CLOSE EVENT-REPORT.
           DISPLAY "PRMEVRPT: " WS-SELECTED " OF " WS-EVENTS-READ
               " EVENTS SELECTED".
           STOP RUN.

      *> no card is the normal case - every default stands.
       A010-READ-SELECTION.
           OPEN INPUT SELECT-CARD-FILE.
           IF WS-CARD-STATUS IS EQUAL TO "00"
               READ SELECT-CARD-FILE
                   AT END
                       MOVE SPACES TO SELECT-CARD-RECORD
               END-READ
               CLOSE SELECT-CARD-FILE
               IF SELECT-CARD-RECORD IS NOT EQUAL TO SPACES
                   PERFORM A015-PARSE-SELECTION
               END-IF
           END-IF.

       A015-PARSE-SELECTION.
           MOVE SPACES TO WS-FROM-TOKEN WS-TO-TOKEN WS-PGM-TOKEN
               WS-SEV-TOKEN.
           UNSTRING SELECT-CARD-RECORD DELIMITED BY ALL SPACE
               INTO WS-FROM-TOKEN WS-TO-TOKEN WS-PGM-TOKEN
                   WS-SEV-TOKEN
           END-UNSTRING.
           IF WS-FROM-TOKEN IS NOT EQUAL TO SPACES
               AND WS-FROM-TOKEN IS NOT EQUAL TO "*"
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-FROM-TOKEN))
               IF WS-TOKEN-LEN IS EQUAL TO 8
                   AND WS-FROM-TOKEN (1 : 8) IS NUMERIC
                   MOVE WS-FROM-TOKEN (1 : 8) TO WS-SEL-FROM
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-TO-TOKEN IS NOT EQUAL TO SPACES
               AND WS-TO-TOKEN IS NOT EQUAL TO "*"
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-TO-TOKEN))
               IF WS-TOKEN-LEN IS EQUAL TO 8
                   AND WS-TO-TOKEN (1 : 8) IS NUMERIC
                   MOVE WS-TO-TOKEN (1 : 8) TO WS-SEL-TO
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-PGM-TOKEN IS NOT EQUAL TO SPACES
               AND WS-PGM-TOKEN IS NOT EQUAL TO "*"
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-PGM-TOKEN))
               IF WS-TOKEN-LEN IS GREATER THAN 8
                   MOVE 'N' TO WS-VALID-SW
               ELSE
                   MOVE WS-PGM-TOKEN TO WS-SEL-PROGRAM
               END-IF
           END-IF.
           IF WS-SEV-TOKEN IS NOT EQUAL TO SPACES
               AND WS-SEV-TOKEN IS NOT EQUAL TO "*"
               MOVE WS-SEV-TOKEN (1 : 1) TO WS-SEL-SEVERITY
               PERFORM D000-RANK-SEVERITY
               IF WS-RANK IS EQUAL TO ZERO
                   OR WS-SEV-TOKEN (2 : 9) IS NOT EQUAL TO SPACES
                   MOVE 'N' TO WS-VALID-SW
               ELSE
                   MOVE WS-RANK TO WS-SEL-RANK
               END-IF
           END-IF.
           IF WS-SEL-FROM IS GREATER THAN WS-SEL-TO
               MOVE 'N' TO WS-VALID-SW
           END-IF.

       A020-WRITE-HEADINGS.
           MOVE "PRMEVRPT - PRIME SUITE EVENT REPORT"
               TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           IF WS-SEL-PROGRAM IS EQUAL TO SPACES
               STRING "EVENTS DATED " WS-SEL-FROM " TO " WS-SEL-TO
                   ", ALL PROGRAMS, SEVERITY " WS-SEL-SEVERITY
                   " AND WORSE"
                   DELIMITED BY SIZE INTO EVENT-REPORT-LINE
               END-STRING
           ELSE
               STRING "EVENTS DATED " WS-SEL-FROM " TO " WS-SEL-TO
                   ", PROGRAM " FUNCTION TRIM (WS-SEL-PROGRAM)
                   ", SEVERITY " WS-SEL-SEVERITY " AND WORSE"
                   DELIMITED BY SIZE INTO EVENT-REPORT-LINE
               END-STRING
           END-IF.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE "TIMESTAMP      PROGRAM  RUN ID         S MSG NO  TEXT"
               TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.

      *> no EVENTLOG yet (status 35) simply means nothing has logged
      *> - the report still prints, with nothing selected.  Any other
      *> status is a log that is there but cannot be read: say so on
      *> the report and stop, rather than print an empty night.
       B000-READ-EVENTS.
           OPEN INPUT EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               PERFORM B010-ONE-EVENT
                   UNTIL WS-EVENT-STATUS IS NOT EQUAL TO "00"
               CLOSE EVENT-LOG-FILE
           ELSE
               IF WS-EVENT-STATUS IS NOT EQUAL TO "35"
                   MOVE SPACES TO EVENT-REPORT-LINE
                   STRING "EVENTLOG WILL NOT OPEN, STATUS "
                       WS-EVENT-STATUS " - NOTHING REPORTED"
                       DELIMITED BY SIZE INTO EVENT-REPORT-LINE
                   END-STRING
                   WRITE EVENT-REPORT-LINE
                   CLOSE EVENT-REPORT
                   DISPLAY "PRMEVRPT: EVENT-LOG-FILE OPEN FAILED, "
                       "STATUS " WS-EVENT-STATUS " - TERMINATING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "  NO EVENTS ON FILE" TO EVENT-REPORT-LINE
               WRITE EVENT-REPORT-LINE
           END-IF.

       B010-ONE-EVENT.
           READ EVENT-LOG-FILE
               AT END
                   MOVE "10" TO WS-EVENT-STATUS
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   PERFORM B020-SELECT-EVENT
           END-READ.

       B020-SELECT-EVENT.
           IF EV-TIMESTAMP (1 : 8) IS NOT LESS THAN WS-SEL-FROM
               AND EV-TIMESTAMP (1 : 8) IS NOT GREATER THAN WS-SEL-TO
               AND (WS-SEL-PROGRAM IS EQUAL TO SPACES
                   OR EV-PROGRAM IS EQUAL TO WS-SEL-PROGRAM)
               PERFORM D010-RANK-EVENT
               IF WS-RANK IS NOT LESS THAN WS-SEL-RANK
                   OR WS-SEL-RANK IS EQUAL TO 1
                   PERFORM B030-WRITE-EVENT-LINE
                   PERFORM B040-TALLY-EVENT
               END-IF
           END-IF.

       B030-WRITE-EVENT-LINE.
           ADD 1 TO WS-SELECTED.
           MOVE EV-TIMESTAMP TO WS-DL-STAMP.
           MOVE EV-PROGRAM TO WS-DL-PROGRAM.
           MOVE EV-RUN-ID TO WS-DL-RUN-ID.
           MOVE EV-SEVERITY TO WS-DL-SEVERITY.
           MOVE EV-MSG-NO TO WS-DL-MSG-NO.
           MOVE EV-MSG-TEXT TO WS-DL-TEXT.
           MOVE WS-DETAIL-LINE TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.

      *> find or add the program's row, then count the event under
      *> its severity.  A twenty-first program is counted in the
      *> severity totals only.
       B040-TALLY-EVENT.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN WS-PGM-COUNT
               OR WS-PT-PROGRAM (J) IS EQUAL TO EV-PROGRAM
               CONTINUE
           END-PERFORM.
           IF J IS GREATER THAN WS-PGM-COUNT
               AND WS-PGM-COUNT IS LESS THAN 20
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO J
               MOVE EV-PROGRAM TO WS-PT-PROGRAM (J)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 4
                   MOVE ZERO TO WS-PT-SEV-COUNT (J, K)
               END-PERFORM
           END-IF.
           IF WS-RANK IS EQUAL TO ZERO
               ADD 1 TO WS-UNRANKED
           ELSE
               ADD 1 TO WS-SEV-TOTAL (WS-RANK)
               IF J IS NOT GREATER THAN WS-PGM-COUNT
                   ADD 1 TO WS-PT-SEV-COUNT (J, WS-RANK)
               END-IF
           END-IF.

       C000-WRITE-TOTALS.
           MOVE SPACES TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE WS-SELECTED TO WS-COUNT-EDIT.
           MOVE WS-EVENTS-READ TO WS-COUNT-EDIT2.
           STRING FUNCTION TRIM (WS-COUNT-EDIT) " OF "
               FUNCTION TRIM (WS-COUNT-EDIT2) " EVENTS ON FILE SELECTED"
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE
           END-STRING.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE "  PROGRAM     INFO    WARN   ERROR  SEVERE"
               TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J IS GREATER THAN WS-PGM-COUNT
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE WS-PT-PROGRAM (J) TO WS-TL-PROGRAM
               PERFORM VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 4
                   MOVE WS-PT-SEV-COUNT (J, K) TO WS-TL-COUNT (K)
               END-PERFORM
               MOVE WS-TOTAL-LINE TO EVENT-REPORT-LINE
               WRITE EVENT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL" TO WS-TL-PROGRAM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 4
               MOVE WS-SEV-TOTAL (K) TO WS-TL-COUNT (K)
           END-PERFORM.
           MOVE WS-TOTAL-LINE TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           IF WS-UNRANKED IS GREATER THAN ZERO
               MOVE WS-UNRANKED TO WS-COUNT-EDIT
               MOVE SPACES TO EVENT-REPORT-LINE
               STRING "  " FUNCTION TRIM (WS-COUNT-EDIT)
                   " EVENTS WITH NO RECOGNISED SEVERITY"
                   DELIMITED BY SIZE INTO EVENT-REPORT-LINE
               END-STRING
               WRITE EVENT-REPORT-LINE
           END-IF.

      *> WS-RANK from WS-SEL-SEVERITY - 1 info up to 4 severe, zero for
      *> a code not in the list.
       D000-RANK-SEVERITY.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX IS GREATER
               THAN 4
               IF WS-SEVERITY-CODE (WS-RX) IS EQUAL TO WS-SEL-SEVERITY
                   MOVE WS-RX TO WS-RANK
               END-IF
           END-PERFORM.

       D010-RANK-EVENT.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX IS GREATER
               THAN 4
               IF WS-SEVERITY-CODE (WS-RX) IS EQUAL TO EV-SEVERITY
                   MOVE WS-RX TO WS-RANK
               END-IF
           END-PERFORM.
