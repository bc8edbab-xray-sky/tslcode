       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMCHGBK.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Monthly chargeback of the overnight batch services.  PRMINQ
      *> (batch mode) and PRMFACT append one USAGELOG record (PRMUSAGE)
      *> per department's batch; this job totals one month of them by
      *> department and program, prices each total against Finance's
      *> rate table (RATETBL, PRMRATE) and writes CHGBKRPT for Finance.
      *>
      *> PARM is the month to charge, YYYYMM.  No PARM charges the
      *> month before the current one - the job is scheduled in the
      *> first days of the month for the month just closed.  A usage
      *> record belongs to the month of its run date.
      *>
      *> The report lists each department's usage program by program:
      *> batches, items, the rate applied, the charge, and the outcome
      *> counts behind the items - found / composite / outside
      *> coverage / rejected for PRMINQ, complete / partial / error for
      *> PRMFACT.  Every item is charged, whatever its outcome; the
      *> outcome counts are there so a department can see what it paid
      *> for.  Each department is subtotalled, then the month is
      *> totalled overall and by program.  Usage under NODEPT came off
      *> request cards with no department code.
      *>
      *> The rate for a department's use of a program is the
      *> department's own rate if RATETBL has one in effect for the
      *> month, otherwise the program's standard ('*') rate; among
      *> several in effect, the latest effective month wins.  Usage
      *> with no rate at all is listed as NO RATE and not charged.
      *>
      *> RETURN-CODE 12 when the charges are not complete - usage with
      *> no rate, a RATETBL card that does not read, or more
      *> department and program pairs than the report table holds.
      *> The report is still written, and says why.  RETURN-CODE 16 on
      *> a bad PARM, or when CHGBKRPT, RATETBL or USAGELOG will not
      *> open.  No USAGELOG yet (status 35) is a month with nothing to
      *> charge, not an error; one that is there but will not open is,
      *> since a bill of nothing would go to Finance for a month that
      *> may well have had usage.
      *>
      *> Completion, verdict and failure events go to the EVENTLOG
      *> dataset (PRMEVENT) - Z900-LOG-EVENT lists this program's
      *> message numbers.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. 8080-CPU.
       OBJECT-COMPUTER. 8080-CPU.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT CHARGE-REPORT ASSIGN TO "CHGBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LOG-FILE.
           COPY PRMUSAGE.

       FD  RATE-TABLE-FILE.
           COPY PRMRATE.

       FD  CHARGE-REPORT.
       01  CHARGE-REPORT-LINE PIC X(132).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-USAGE-STATUS    PIC XX VALUE SPACES.
       01  WS-RATETBL-STATUS  PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.

      *> the month charged, from the PARM or defaulted to last month.
       01  WS-PARM-STRING     PIC X(20) VALUE SPACES.
       01  WS-TOKEN-LEN       PIC 9(2)  VALUE ZERO.
       01  WS-CHG-MONTH.
           05  WS-CHG-YEAR    PIC 9(4).
           05  WS-CHG-MM      PIC 9(2).
       01  WS-CHG-MONTH-X REDEFINES WS-CHG-MONTH PIC X(6).

      *> the rates in effect for the month, in card order - a card
      *> whose effective month is after the month charged is read and
      *> checked but not kept.  A standard rate is held with '*' as
      *> its department, and a blank effective month as 000000.
       01  WS-RATE-MAX        PIC 9(4) USAGE IS COMP VALUE 200.
       01  WS-RATE-COUNT      PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-PROGRAM   PIC X(8).
               10  WS-RT-DEPT      PIC X(6).
               10  WS-RT-EFFECTIVE PIC X(6).
               10  WS-RT-RATE      PIC 9(3)V9(4).
       01  WS-CARD-NO         PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-REJECT-REASON   PIC X(40) VALUE SPACES.
       01  WS-REJECTED        PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-RATE-EFFECTIVE  PIC X(6)  VALUE SPACES.

      *> the month's usage by department and program, kept in key
      *> order as it is tallied so the report comes out sorted.
      *> Outcome counts are by position, as on the usage record.  The
      *> row past the maximum is room for the move-down that makes way
      *> for a new row.
       01  WS-CB-MAX          PIC 9(4) USAGE IS COMP VALUE 500.
       01  WS-CB-COUNT        PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 501 TIMES.
               10  WS-CB-KEY.
                   15  WS-CB-DEPT    PIC X(6).
                   15  WS-CB-PROGRAM PIC X(8).
               10  WS-CB-BATCHES PIC 9(6) USAGE IS COMP.
               10  WS-CB-ITEMS   PIC 9(9) USAGE IS COMP.
               10  WS-CB-OUTCOME PIC 9(9) USAGE IS COMP
                       OCCURS 4 TIMES.
       01  WS-NEW-KEY.
           05  WS-NEW-DEPT    PIC X(6).
           05  WS-NEW-PROGRAM PIC X(8).

       01  WS-USAGE-READ      PIC 9(7) USAGE IS COMP VALUE ZERO.
       01  WS-USAGE-TAKEN     PIC 9(7) USAGE IS COMP VALUE ZERO.
       01  WS-UNREADABLE      PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-NOT-TABLED      PIC 9(6) USAGE IS COMP VALUE ZERO.
       01  WS-UNRATED         PIC 9(4) USAGE IS COMP VALUE ZERO.
       01  WS-DEPT-COUNT      PIC 9(4) USAGE IS COMP VALUE ZERO.

      *> pricing one entry - the rate chosen (WS-RATE-RANK 2 for a
      *> department's own rate, 1 for the standard rate, 0 for none)
      *> and the charge it gives.
       01  WS-RATE-RANK       PIC 9     VALUE ZERO.
       01  WS-CAND-RANK       PIC 9     VALUE ZERO.
       01  WS-BEST-EFFECTIVE  PIC X(6)  VALUE SPACES.
       01  WS-RATE            PIC 9(3)V9(4) VALUE ZERO.
       01  WS-CHARGE          PIC 9(9)V99   VALUE ZERO.

      *> running totals - the department in hand, the month, and the
      *> month by program (in order of first appearance).
       01  WS-CUR-DEPT        PIC X(6)  VALUE SPACES.
       01  WS-DEPT-ITEMS      PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-DEPT-CHARGE     PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ITEMS     PIC 9(9)  USAGE IS COMP VALUE ZERO.
       01  WS-TOTAL-CHARGE    PIC 9(9)V99 VALUE ZERO.
       01  WS-PGM-COUNT       PIC 9(2)  USAGE IS COMP VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PROGRAM PIC X(8).
               10  WS-PT-BATCHES PIC 9(6) USAGE IS COMP.
               10  WS-PT-ITEMS   PIC 9(9) USAGE IS COMP.
               10  WS-PT-CHARGE  PIC 9(9)V99.
       01  SUBSCRIPTS USAGE IS COMP.
           05  J PIC 9(4) VALUE 1.
           05  K PIC 9(4) VALUE 1.
           05  R PIC 9(4) VALUE 1.
           05  P PIC 9(4) VALUE 1.

       01  WS-DETAIL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-DEPT        PIC X(6)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-PROGRAM     PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-BATCHES     PIC Z(5)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-ITEMS       PIC Z(8)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-RATE        PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-CHARGE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DL-OUTCOMES    PIC X(65) VALUE SPACES.

       01  WS-COUNT-EDIT      PIC Z(8)9.
       01  WS-COUNT-EDIT2     PIC Z(8)9.
       01  WS-COUNT-EDIT3     PIC Z(8)9.
       01  WS-COUNT-EDIT4     PIC Z(8)9.
       01  WS-RATE-EDIT       PIC ZZ9.9999.
       01  WS-CHARGE-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM A005-GET-PARM.
           OPEN OUTPUT CHARGE-REPORT.
           IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMCHGBK: CHARGE-REPORT OPEN OUTPUT FAILED, "
                   "STATUS " WS-REPORT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CHG0002" TO WS-EV-MSG-NO
               STRING "CHGBKRPT WILL NOT OPEN, STATUS "
                   WS-REPORT-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "PRMCHGBK - BATCH SERVICE CHARGEBACK FOR MONTH "
               WS-CHG-MONTH-X
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           PERFORM A010-LOAD-RATES.
           PERFORM B000-READ-USAGE.
           PERFORM C000-WRITE-CHARGES.
           PERFORM D000-WRITE-VERDICT.
           CLOSE CHARGE-REPORT.
           STOP RUN.

      *> the only PARM is the month.  Last month is worked out from
      *> today's date - January's is December of the year before.
       A005-GET-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           IF LS-PARM-LEN IS GREATER THAN ZERO
               MOVE LS-PARM-DATA (1 : LS-PARM-LEN) TO WS-PARM-STRING
           END-IF.
           IF WS-PARM-STRING IS EQUAL TO SPACES
               MOVE FUNCTION CURRENT-DATE (1 : 6) TO WS-CHG-MONTH-X
               IF WS-CHG-MM IS EQUAL TO 1
                   SUBTRACT 1 FROM WS-CHG-YEAR
                   MOVE 12 TO WS-CHG-MM
               ELSE
                   SUBTRACT 1 FROM WS-CHG-MM
               END-IF
           ELSE
               COMPUTE WS-TOKEN-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-PARM-STRING))
               MOVE WS-PARM-STRING (1 : 6) TO WS-CHG-MONTH-X
               IF WS-TOKEN-LEN IS NOT EQUAL TO 6
                   OR WS-CHG-MONTH-X IS NOT NUMERIC
                   OR WS-CHG-MM IS LESS THAN 1
                   OR WS-CHG-MM IS GREATER THAN 12
                   DISPLAY "PRMCHGBK: PARM MUST BE EMPTY OR A MONTH, "
                       "YYYYMM - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "CHG0001" TO WS-EV-MSG-NO
                   STRING "PARM " WS-PARM-STRING
                       " IS NOT A MONTH (YYYYMM) - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> with no rate table nothing can be priced - refuse rather than
      *> send Finance a report of NO RATE lines.
       A010-LOAD-RATES.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATETBL-STATUS IS NOT EQUAL TO "00"
               MOVE "RATETBL WILL NOT OPEN - NOTHING CHARGED"
                   TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               CLOSE CHARGE-REPORT
               DISPLAY "PRMCHGBK: RATE-TABLE-FILE OPEN FAILED, STATUS "
                   WS-RATETBL-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "CHG0003" TO WS-EV-MSG-NO
               STRING "RATETBL WILL NOT OPEN, STATUS "
                   WS-RATETBL-STATUS " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A011-READ-RATE
               UNTIL WS-RATETBL-STATUS IS NOT EQUAL TO "00".
           CLOSE RATE-TABLE-FILE.
           MOVE WS-RATE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING FUNCTION TRIM (WS-COUNT-EDIT)
               " RATES IN EFFECT FOR THE MONTH"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.

       A011-READ-RATE.
           READ RATE-TABLE-FILE
               AT END
                   MOVE "10" TO WS-RATETBL-STATUS
               NOT AT END
                   ADD 1 TO WS-CARD-NO
                   IF RATE-RECORD IS NOT EQUAL TO SPACES
                       AND RT-PROGRAM (1 : 1) IS NOT EQUAL TO "*"
                       PERFORM A012-TAKE-RATE
                   END-IF
           END-READ.

       A012-TAKE-RATE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RT-EFFECTIVE TO WS-RATE-EFFECTIVE.
           IF WS-RATE-EFFECTIVE IS EQUAL TO SPACES
               MOVE "000000" TO WS-RATE-EFFECTIVE
           END-IF.
           EVALUATE TRUE
               WHEN RT-PROGRAM IS EQUAL TO SPACES
                   MOVE "NO PROGRAM NAMED" TO WS-REJECT-REASON
               WHEN WS-RATE-EFFECTIVE IS NOT NUMERIC
                   MOVE "EFFECTIVE MONTH NOT YYYYMM"
                       TO WS-REJECT-REASON
               WHEN WS-RATE-EFFECTIVE IS NOT EQUAL TO "000000"
                   AND (WS-RATE-EFFECTIVE (5 : 2) IS LESS THAN "01"
                       OR WS-RATE-EFFECTIVE (5 : 2) IS GREATER THAN
                           "12")
                   MOVE "EFFECTIVE MONTH NOT YYYYMM"
                       TO WS-REJECT-REASON
               WHEN RT-RATE-WHOLE IS NOT NUMERIC
                   OR RT-RATE-POINT IS NOT EQUAL TO "."
                   OR RT-RATE-FRACT IS NOT NUMERIC
                   MOVE "RATE NOT PUNCHED AS 999.9999"
                       TO WS-REJECT-REASON
               WHEN WS-RATE-EFFECTIVE IS GREATER THAN WS-CHG-MONTH-X
                   CONTINUE
               WHEN WS-RATE-COUNT IS NOT LESS THAN WS-RATE-MAX
                   MOVE "MORE THAN 200 RATES IN EFFECT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-PROGRAM TO WS-RT-PROGRAM (WS-RATE-COUNT)
                   IF RT-DEPT IS EQUAL TO SPACES
                       MOVE "*" TO WS-RT-DEPT (WS-RATE-COUNT)
                   ELSE
                       MOVE RT-DEPT TO WS-RT-DEPT (WS-RATE-COUNT)
                   END-IF
                   MOVE WS-RATE-EFFECTIVE
                       TO WS-RT-EFFECTIVE (WS-RATE-COUNT)
                   COMPUTE WS-RT-RATE (WS-RATE-COUNT) =
                       RT-RATE-WHOLE + RT-RATE-FRACT / 10000
           END-EVALUATE.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REJECTED
               MOVE WS-CARD-NO TO WS-COUNT-EDIT
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "REJECTED  RATETBL CARD "
                   FUNCTION TRIM (WS-COUNT-EDIT) " - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
           END-IF.

      *> no USAGELOG yet (status 35) simply means nothing has been
      *> recorded - the report still prints, with nothing to charge.
      *> Any other failure to open ends the step: the usage is there
      *> but cannot be read, and a zero bill would be wrong.
       B000-READ-USAGE.
           OPEN INPUT USAGE-LOG-FILE.
           IF WS-USAGE-STATUS IS EQUAL TO "00"
               PERFORM B010-ONE-USAGE
                   UNTIL WS-USAGE-STATUS IS NOT EQUAL TO "00"
               CLOSE USAGE-LOG-FILE
           ELSE
               IF WS-USAGE-STATUS IS NOT EQUAL TO "35"
                   MOVE SPACES TO CHARGE-REPORT-LINE
                   STRING "USAGELOG WILL NOT OPEN, STATUS "
                       WS-USAGE-STATUS " - NOTHING CHARGED"
                       DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
                   END-STRING
                   WRITE CHARGE-REPORT-LINE
                   CLOSE CHARGE-REPORT
                   DISPLAY "PRMCHGBK: USAGE-LOG-FILE OPEN FAILED, "
                       "STATUS " WS-USAGE-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "CHG0004" TO WS-EV-MSG-NO
                   STRING "USAGELOG WILL NOT OPEN, STATUS "
                       WS-USAGE-STATUS " - TERMINATED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       B010-ONE-USAGE.
           READ USAGE-LOG-FILE
               AT END
                   MOVE "10" TO WS-USAGE-STATUS
               NOT AT END
                   ADD 1 TO WS-USAGE-READ
                   IF US-RUN-DATE (1 : 6) IS EQUAL TO WS-CHG-MONTH-X
                       PERFORM B020-TALLY-USAGE
                   END-IF
           END-READ.

      *> find the department and program's place in key order; add a
      *> row there (moving the rest down one) when it is not held yet.
      *> A record whose counts do not read is counted, not charged.
       B020-TALLY-USAGE.
           IF US-ITEM-COUNT IS NOT NUMERIC
               OR US-OUTCOMES IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE
           ELSE
               MOVE US-DEPT TO WS-NEW-DEPT
               MOVE US-PROGRAM TO WS-NEW-PROGRAM
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J IS GREATER THAN WS-CB-COUNT
                   OR WS-CB-KEY (J) IS NOT LESS THAN WS-NEW-KEY
                   CONTINUE
               END-PERFORM
               IF J IS GREATER THAN WS-CB-COUNT
                   OR WS-CB-KEY (J) IS NOT EQUAL TO WS-NEW-KEY
                   PERFORM B030-ADD-ENTRY
               END-IF
               IF J IS NOT GREATER THAN WS-CB-COUNT
                   ADD 1 TO WS-USAGE-TAKEN
                   ADD 1 TO WS-CB-BATCHES (J)
                   ADD US-ITEM-COUNT TO WS-CB-ITEMS (J)
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K IS GREATER THAN 4
                       ADD US-OUTCOME-COUNT (K) TO WS-CB-OUTCOME (J, K)
                   END-PERFORM
               END-IF
           END-IF.

      *> a pair past the table's capacity leaves J beyond the table,
      *> and the record is counted as not tabled.
       B030-ADD-ENTRY.
           IF WS-CB-COUNT IS NOT LESS THAN WS-CB-MAX
               ADD 1 TO WS-NOT-TABLED
               COMPUTE J = WS-CB-COUNT + 1
           ELSE
               PERFORM VARYING K FROM WS-CB-COUNT BY -1
                   UNTIL K IS LESS THAN J
                   MOVE WS-CB-ENTRY (K) TO WS-CB-ENTRY (K + 1)
               END-PERFORM
               ADD 1 TO WS-CB-COUNT
               MOVE WS-NEW-KEY TO WS-CB-KEY (J)
               MOVE ZERO TO WS-CB-BATCHES (J)
               MOVE ZERO TO WS-CB-ITEMS (J)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 4
                   MOVE ZERO TO WS-CB-OUTCOME (J, K)
               END-PERFORM
           END-IF.

       C000-WRITE-CHARGES.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           IF WS-CB-COUNT IS EQUAL TO ZERO
               MOVE "  NO USAGE RECORDED FOR THE MONTH"
                   TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
           ELSE
               MOVE "  DEPT    PROGRAM  BATCHES      ITEMS      RATE"
                   TO CHARGE-REPORT-LINE
               MOVE "CHARGE  OUTCOMES" TO CHARGE-REPORT-LINE (60 : 16)
               WRITE CHARGE-REPORT-LINE
               MOVE SPACES TO WS-CUR-DEPT
               PERFORM C010-CHARGE-ENTRY
                   VARYING J FROM 1 BY 1
                   UNTIL J IS GREATER THAN WS-CB-COUNT
               PERFORM C030-WRITE-DEPT-TOTAL
           END-IF.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           IF WS-CB-COUNT IS EQUAL TO ZERO
               WRITE CHARGE-REPORT-LINE
           END-IF.
           MOVE WS-TOTAL-ITEMS TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-EDIT.
           STRING "MONTH TOTAL  " WS-COUNT-EDIT " ITEMS  "
               WS-CHARGE-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           IF WS-PGM-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               MOVE "  PROGRAM   BATCHES    ITEMS            CHARGE"
                   TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               PERFORM C040-WRITE-PROGRAM-TOTAL
                   VARYING P FROM 1 BY 1
                   UNTIL P IS GREATER THAN WS-PGM-COUNT
           END-IF.

      *> one department and program - a change of department first
      *> closes the one before it.
       C010-CHARGE-ENTRY.
           IF WS-CB-DEPT (J) IS NOT EQUAL TO WS-CUR-DEPT
               IF J IS GREATER THAN 1
                   PERFORM C030-WRITE-DEPT-TOTAL
               END-IF
               MOVE WS-CB-DEPT (J) TO WS-CUR-DEPT
               ADD 1 TO WS-DEPT-COUNT
           END-IF.
           PERFORM E000-FIND-RATE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CB-DEPT (J) TO DL-DEPT.
           MOVE WS-CB-PROGRAM (J) TO DL-PROGRAM.
           MOVE WS-CB-BATCHES (J) TO DL-BATCHES.
           MOVE WS-CB-ITEMS (J) TO DL-ITEMS.
           IF WS-RATE-RANK IS EQUAL TO ZERO
               ADD 1 TO WS-UNRATED
               MOVE ZERO TO WS-CHARGE
               MOVE " NO RATE" TO DL-RATE
           ELSE
               COMPUTE WS-CHARGE ROUNDED = WS-CB-ITEMS (J) * WS-RATE
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO DL-RATE
           END-IF.
           MOVE WS-CHARGE TO DL-CHARGE.
           PERFORM C020-BUILD-OUTCOMES.
           MOVE WS-DETAIL-LINE TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           ADD WS-CB-ITEMS (J) TO WS-DEPT-ITEMS WS-TOTAL-ITEMS.
           ADD WS-CHARGE TO WS-DEPT-CHARGE WS-TOTAL-CHARGE.
           PERFORM C050-TALLY-PROGRAM.

      *> the outcome counts under the names the program gives them
      *> (PRMUSAGE).
       C020-BUILD-OUTCOMES.
           MOVE WS-CB-OUTCOME (J, 1) TO WS-COUNT-EDIT.
           MOVE WS-CB-OUTCOME (J, 2) TO WS-COUNT-EDIT2.
           MOVE WS-CB-OUTCOME (J, 3) TO WS-COUNT-EDIT3.
           MOVE WS-CB-OUTCOME (J, 4) TO WS-COUNT-EDIT4.
           EVALUATE WS-CB-PROGRAM (J)
               WHEN "PRMINQ"
                   STRING "FOUND " FUNCTION TRIM (WS-COUNT-EDIT)
                       "  COMPOSITE " FUNCTION TRIM (WS-COUNT-EDIT2)
                       "  OUTSIDE " FUNCTION TRIM (WS-COUNT-EDIT3)
                       "  REJECTED " FUNCTION TRIM (WS-COUNT-EDIT4)
                       DELIMITED BY SIZE INTO DL-OUTCOMES
                   END-STRING
               WHEN "PRMFACT"
                   STRING "COMPLETE " FUNCTION TRIM (WS-COUNT-EDIT)
                       "  PARTIAL " FUNCTION TRIM (WS-COUNT-EDIT2)
                       "  ERROR " FUNCTION TRIM (WS-COUNT-EDIT3)
                       DELIMITED BY SIZE INTO DL-OUTCOMES
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM (WS-COUNT-EDIT) " / "
                       FUNCTION TRIM (WS-COUNT-EDIT2) " / "
                       FUNCTION TRIM (WS-COUNT-EDIT3) " / "
                       FUNCTION TRIM (WS-COUNT-EDIT4)
                       DELIMITED BY SIZE INTO DL-OUTCOMES
                   END-STRING
           END-EVALUATE.

       C030-WRITE-DEPT-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CUR-DEPT TO DL-DEPT.
           MOVE "TOTAL" TO DL-PROGRAM.
           MOVE WS-DEPT-ITEMS TO DL-ITEMS.
           MOVE WS-DEPT-CHARGE TO DL-CHARGE.
           MOVE WS-DETAIL-LINE TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE ZERO TO WS-DEPT-ITEMS.
           MOVE ZERO TO WS-DEPT-CHARGE.

       C040-WRITE-PROGRAM-TOTAL.
           MOVE WS-PT-BATCHES (P) TO WS-COUNT-EDIT.
           MOVE WS-PT-ITEMS (P) TO WS-COUNT-EDIT2.
           MOVE WS-PT-CHARGE (P) TO WS-CHARGE-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "  " WS-PT-PROGRAM (P) WS-COUNT-EDIT
               WS-COUNT-EDIT2 "  " WS-CHARGE-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.

      *> the month by program - a twenty-first program is in the
      *> department lines and the month total only.
       C050-TALLY-PROGRAM.
           PERFORM VARYING P FROM 1 BY 1
               UNTIL P IS GREATER THAN WS-PGM-COUNT
               OR WS-PT-PROGRAM (P) IS EQUAL TO WS-CB-PROGRAM (J)
               CONTINUE
           END-PERFORM.
           IF P IS GREATER THAN WS-PGM-COUNT
               AND WS-PGM-COUNT IS LESS THAN 20
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO P
               MOVE WS-CB-PROGRAM (J) TO WS-PT-PROGRAM (P)
               MOVE ZERO TO WS-PT-BATCHES (P)
               MOVE ZERO TO WS-PT-ITEMS (P)
               MOVE ZERO TO WS-PT-CHARGE (P)
           END-IF.
           IF P IS NOT GREATER THAN WS-PGM-COUNT
               ADD WS-CB-BATCHES (J) TO WS-PT-BATCHES (P)
               ADD WS-CB-ITEMS (J) TO WS-PT-ITEMS (P)
               ADD WS-CHARGE TO WS-PT-CHARGE (P)
           END-IF.

       D000-WRITE-VERDICT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-USAGE-TAKEN TO WS-COUNT-EDIT.
           MOVE WS-USAGE-READ TO WS-COUNT-EDIT2.
           STRING FUNCTION TRIM (WS-COUNT-EDIT) " OF "
               FUNCTION TRIM (WS-COUNT-EDIT2)
               " USAGE RECORDS ON FILE CHARGED TO THE MONTH"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           IF WS-UNREADABLE IS GREATER THAN ZERO
               MOVE WS-UNREADABLE TO WS-COUNT-EDIT
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " USAGE RECORDS FOR THE MONTH WITH COUNTS THAT "
                   "DO NOT READ - NOT CHARGED"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
           END-IF.
           IF WS-NOT-TABLED IS GREATER THAN ZERO
               MOVE WS-NOT-TABLED TO WS-COUNT-EDIT
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " USAGE RECORDS BEYOND 500 DEPARTMENT AND PROGRAM "
                   "PAIRS - NOT CHARGED"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-EDIT.
           MOVE WS-DEPT-COUNT TO WS-COUNT-EDIT3.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           IF WS-UNRATED IS GREATER THAN ZERO
               OR WS-REJECTED IS GREATER THAN ZERO
               OR WS-UNREADABLE IS GREATER THAN ZERO
               OR WS-NOT-TABLED IS GREATER THAN ZERO
               MOVE WS-UNRATED TO WS-COUNT-EDIT
               MOVE WS-REJECTED TO WS-COUNT-EDIT2
               STRING "CHARGES INCOMPLETE - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " WITH NO RATE, "
                   FUNCTION TRIM (WS-COUNT-EDIT2)
                   " RATE CARDS REJECTED - REVIEW BEFORE RELEASE TO "
                   "FINANCE"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               DISPLAY "PRMCHGBK: CHARGES FOR " WS-CHG-MONTH-X
                   " INCOMPLETE - " WS-COUNT-EDIT " WITH NO RATE, "
                   WS-COUNT-EDIT2 " RATE CARDS REJECTED - SEE CHGBKRPT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "CHG0011" TO WS-EV-MSG-NO
               STRING WS-CHG-MONTH-X " INCOMPLETE - "
                   FUNCTION TRIM (WS-COUNT-EDIT) " NO RATE, "
                   FUNCTION TRIM (WS-COUNT-EDIT2) " REJECTED, TOTAL "
                   FUNCTION TRIM (WS-CHARGE-EDIT)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           ELSE
               STRING "CHARGES COMPLETE - "
                   FUNCTION TRIM (WS-COUNT-EDIT3) " DEPARTMENTS, "
                   "TOTAL " FUNCTION TRIM (WS-CHARGE-EDIT)
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               DISPLAY "PRMCHGBK: CHARGES FOR " WS-CHG-MONTH-X
                   " COMPLETE - " WS-COUNT-EDIT3 " DEPARTMENTS, TOTAL "
                   WS-CHARGE-EDIT
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "CHG0010" TO WS-EV-MSG-NO
               STRING WS-CHG-MONTH-X " CHARGES COMPLETE - "
                   FUNCTION TRIM (WS-COUNT-EDIT3) " DEPARTMENTS, "
                   "TOTAL " FUNCTION TRIM (WS-CHARGE-EDIT)
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> the rate for entry J into WS-RATE: a department's own rate
      *> outranks the standard one, and between two of the same rank
      *> the later effective month (the later card, when equal) wins.
       E000-FIND-RATE.
           MOVE ZERO TO WS-RATE-RANK.
           MOVE ZERO TO WS-RATE.
           MOVE SPACES TO WS-BEST-EFFECTIVE.
           PERFORM E010-CONSIDER-RATE
               VARYING R FROM 1 BY 1
               UNTIL R IS GREATER THAN WS-RATE-COUNT.

       E010-CONSIDER-RATE.
           MOVE ZERO TO WS-CAND-RANK.
           IF WS-RT-PROGRAM (R) IS EQUAL TO WS-CB-PROGRAM (J)
               EVALUATE TRUE
                   WHEN WS-RT-DEPT (R) IS EQUAL TO WS-CB-DEPT (J)
                       MOVE 2 TO WS-CAND-RANK
                   WHEN WS-RT-DEPT (R) IS EQUAL TO "*"
                       MOVE 1 TO WS-CAND-RANK
               END-EVALUATE
           END-IF.
           IF WS-CAND-RANK IS GREATER THAN WS-RATE-RANK
               OR (WS-CAND-RANK IS EQUAL TO WS-RATE-RANK
                   AND WS-CAND-RANK IS GREATER THAN ZERO
                   AND WS-RT-EFFECTIVE (R) IS NOT LESS THAN
                       WS-BEST-EFFECTIVE)
               MOVE WS-CAND-RANK TO WS-RATE-RANK
               MOVE WS-RT-EFFECTIVE (R) TO WS-BEST-EFFECTIVE
               MOVE WS-RT-RATE (R) TO WS-RATE
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   CHG0001 S  PARM is not a month
      *>   CHG0002 S  CHGBKRPT will not open
      *>   CHG0003 S  RATETBL will not open
      *>   CHG0004 S  USAGELOG will not open
      *>   CHG0010 I  month charged - charges complete
      *>   CHG0011 E  charges incomplete - usage with no rate, rate
      *>              cards rejected, or usage not charged
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMCHGBK" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMCHGBK: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
