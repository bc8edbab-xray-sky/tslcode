       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PRMRSEND.
       AUTHOR.       BEAR.
       DATE-WRITTEN. OCTOBER 15, 2026.

      *> ---------------------------------------------------------------
      *> Partner resend.  PRMACK raises XH-RESEND-FLAG on a transmission
      *> still unacknowledged past the grace period; this job answers
      *> it by rebuilding XTRACTF from the very list that was sent - the
      *> retained generation NPRIMES filed on PRIMEGEN - not from
      *> whatever PRIMEOUT holds tonight, which may well be a later run.
      *>
      *> The transmission resent is the oldest flagged PENDING record
      *> on XMITHIST, or - when PARM carries a 14-digit source run id -
      *> the oldest flagged PENDING record for that run.  Its generation
      *> is the GENCAT entry whose source run id, record count and hash
      *> total all match what the history says was sent (the newest such
      *> entry, should the same list have been retained twice).  The
      *> generation is proved against those catalog totals before
      *> XTRACTF is opened, so a damaged generation never overwrites the
      *> last good extract.
      *>
      *> XTRACTF goes out in exactly PRMXTRCT's HDR/DTL/TRL format, with
      *> the ORIGINAL extract date in the header - the partner's
      *> acknowledgement keys on extract date and run id, and must
      *> settle the history record already on file.  The history record
      *> is then rewritten with the flag lowered and XH-RESEND-DATE set
      *> to today, so PRMACK ages it afresh from the resend.
      *>
      *> No release check here: a run that was transmitted had already
      *> been cleared for publication (or released under logged
      *> override) when PRMXTRCT first sent it.
      *>
      *> PARM CONVERT instead runs the one-time conversion of a history
      *> written before XH-RESEND-DATE was added to PRMXMIT, when its
      *> records were 60 bytes, not 68.  The old history is read from
      *> XMITOLD and written to XMITHIST in the current layout with
      *> XH-RESEND-DATE zeros; nothing is resent.  Every XMITOLD record
      *> is proved an old-layout history record (dates, run id, count
      *> and hash numeric, a known acknowledgement status, flag Y or N)
      *> before XMITHIST is opened, so a history already converted, or
      *> anything else, is refused rather than copied out of alignment.
      *> XMITHIST must be new or empty - a conversion never writes over
      *> history recorded since.  Convert before PRMXTRCT, PRMACK or a
      *> resend runs against the old history.
      *>
      *> RETURN-CODE 12 when there is nothing to resend, or no retained
      *> generation matches, or the generation fails its totals, or a
      *> conversion is refused or short; 16 on a bad PARM or a dataset
      *> that will not open.
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
           SELECT XMIT-HIST-FILE ASSIGN TO "XMITHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
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
           SELECT EXTRACT-FILE ASSIGN TO "XTRACTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OLD-XMIT-FILE ASSIGN TO "XMITOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-HIST-FILE.
           COPY PRMXMIT.

       FD  GEN-CATALOG.
           COPY PRMGCAT.

       FD  GEN-FILE.
           COPY PRMGEN.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(40).

      *> the history as written before XH-RESEND-DATE - the PRMXMIT
      *> fields up to and including XH-RESEND-FLAG.
       FD  OLD-XMIT-FILE.
       01  OLD-XMIT-RECORD PIC X(60).

       FD  EVENT-LOG-FILE.
           COPY PRMEVENT.

       WORKING-STORAGE SECTION.
       01  WS-XMIT-STATUS     PIC XX VALUE SPACES.
       01  WS-GENCAT-STATUS   PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS  PIC XX VALUE SPACES.
       01  WS-OLD-STATUS      PIC XX VALUE SPACES.

      *> optional source run id off the PARM.
       01  WS-PARM-STRING   PIC X(20) VALUE SPACES.
       01  WS-PARM-TOKEN    PIC X(20) VALUE SPACES.
       01  WS-TOKEN-LEN     PIC 9(2)  VALUE ZERO.
       01  WS-WANT-RUN-ID   PIC X(14) VALUE SPACES.
       01  WS-VALID-SW      PIC X     VALUE 'Y'.
       01  WS-CONVERT-SW    PIC X     VALUE 'N'.

       01  WS-TODAY         PIC X(8)  VALUE SPACES.

      *> the flagged transmission being answered - XMITHIST is left
      *> open and positioned on it until it is rewritten.
       01  WS-HIST-EOF-SW   PIC X     VALUE 'N'.
       01  WS-HIST-FOUND-SW PIC X     VALUE 'N'.

      *> the generation it was cut from.
       01  WS-GENCAT-EOF-SW PIC X     VALUE 'N'.
       01  WS-GEN-FOUND-SW  PIC X     VALUE 'N'.
       01  WS-GEN-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-GEN-COUNT     PIC 9(6)  VALUE ZERO.
       01  WS-GEN-HASH      PIC 9(15) VALUE ZERO.
       01  WS-GEN-LAST      PIC 9(9)  VALUE ZERO.

      *> totals taken off the generation itself, first to prove it and
      *> again as the extract is written.
       01  WS-GEN-EOF-SW    PIC X     VALUE 'N'.
       01  WS-RECORD-COUNT  PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-HASH-TOTAL    PIC 9(15) USAGE IS COMP VALUE ZERO.
       01  WS-LAST-PRIME    PIC 9(9)  VALUE ZERO.
       01  WS-FIRST-SW      PIC X     VALUE 'Y'.
       01  WS-SOURCE-DATE   PIC X(8)  VALUE SPACES.
       01  WS-SOURCE-ID     PIC X(14) VALUE SPACES.

       01  WS-POS-EDIT   PIC Z(3)9.
       01  WS-VALUE-EDIT PIC Z(8)9.
       01  WS-COUNT-EDIT PIC Z(5)9.
       01  WS-HASH-EDIT  PIC Z(14)9.

      *> CONVERT - each XMITOLD record is laid into the current layout
      *> here, proved, and given its zero resend date.
           COPY PRMXMIT REPLACING LEADING ==XH== BY ==XW==
               ==XMIT-HIST-RECORD== BY ==WS-XMIT-WORK==.
       01  WS-OLD-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-BAD-COUNT     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-FIRST-BAD     PIC 9(6)  VALUE ZERO.
       01  WS-CONVERTED     PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-WRITE-ERRORS  PIC 9(6)  USAGE IS COMP VALUE ZERO.
       01  WS-HIST-HELD-SW  PIC X     VALUE 'N'.

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
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           PERFORM A010-GET-PARM.
           IF WS-VALID-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMRSEND: PARM MUST BE BLANK, A SOURCE RUN "
                   "ID (YYYYMMDDHHMMSS) OR CONVERT - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0001" TO WS-EV-MSG-NO
               MOVE "PARM NOT RECOGNISED - TERMINATED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONVERT-SW IS EQUAL TO 'Y'
               PERFORM G000-CONVERT-HISTORY
               STOP RUN
           END-IF.
           PERFORM B000-FIND-FLAGGED.
           IF WS-HIST-FOUND-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMRSEND: NO TRANSMISSION FLAGGED FOR RESEND"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0003" TO WS-EV-MSG-NO
               MOVE "NO TRANSMISSION FLAGGED FOR RESEND"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           DISPLAY "PRMRSEND: RESENDING EXTRACT OF " XH-EXTRACT-DATE
               " FOR SOURCE RUN ID " XH-SOURCE-RUN-ID.
           PERFORM C000-FIND-GENERATION.
           IF WS-GEN-FOUND-SW IS NOT EQUAL TO 'Y'
               DISPLAY "PRMRSEND: NO RETAINED GENERATION MATCHES "
                   "THE COUNT AND HASH SENT - NOT RESENT"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0004" TO WS-EV-MSG-NO
               STRING "NO RETAINED GENERATION MATCHES THE EXTRACT OF "
                   XH-EXTRACT-DATE " FOR " XH-SOURCE-RUN-ID
                   " - NOT RESENT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           PERFORM D000-PROVE-GENERATION.
           IF WS-RECORD-COUNT IS NOT EQUAL TO WS-GEN-COUNT
               OR WS-HASH-TOTAL IS NOT EQUAL TO WS-GEN-HASH
               OR WS-LAST-PRIME IS NOT EQUAL TO WS-GEN-LAST
               DISPLAY "PRMRSEND: GENERATION " WS-GEN-RUN-ID
                   " DOES NOT MATCH ITS CATALOG TOTALS - NOT RESENT"
               DISPLAY "PRMRSEND: CATALOG " WS-GEN-COUNT " RECORDS "
                   "HASH " WS-GEN-HASH " LAST " WS-GEN-LAST
               DISPLAY "PRMRSEND: ON FILE " WS-RECORD-COUNT
                   " RECORDS HASH " WS-HASH-TOTAL
                   " LAST " WS-LAST-PRIME
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0005" TO WS-EV-MSG-NO
               STRING "GENERATION " WS-GEN-RUN-ID " DOES NOT MATCH ITS "
                   "CATALOG TOTALS - NOT RESENT"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           PERFORM E000-WRITE-EXTRACT.
           PERFORM F000-MARK-RESENT.
           CLOSE XMIT-HIST-FILE.
           DISPLAY "PRMRSEND: " WS-RECORD-COUNT
               " RECORDS RESENT FROM GENERATION " WS-GEN-RUN-ID.
           MOVE "I" TO WS-EV-SEVERITY.
           MOVE "RSN0010" TO WS-EV-MSG-NO.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           STRING "EXTRACT OF " XH-EXTRACT-DATE " RESENT - "
               FUNCTION TRIM (WS-COUNT-EDIT)
               " RECORDS FROM GENERATION " WS-GEN-RUN-ID
               DELIMITED BY SIZE INTO WS-EV-TEXT
           END-STRING.
           PERFORM Z900-LOG-EVENT.
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
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN IS EQUAL TO "CONVERT"
                       MOVE 'Y' TO WS-CONVERT-SW
                   WHEN WS-TOKEN-LEN IS EQUAL TO 14
                       AND WS-PARM-TOKEN (1 : 14) IS NUMERIC
                       MOVE WS-PARM-TOKEN (1 : 14) TO WS-WANT-RUN-ID
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-SW
               END-EVALUATE
           END-IF.

      *> the history is read I-O so the record found can be rewritten
      *> in place once the resend is out; the sweep stops on it.
       B000-FIND-FLAGGED.
           OPEN I-O XMIT-HIST-FILE.
           IF WS-XMIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: XMIT-HIST-FILE OPEN I-O FAILED, "
                   "STATUS " WS-XMIT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "XMITHIST WILL NOT OPEN, STATUS " WS-XMIT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B010-READ-HISTORY
               UNTIL WS-HIST-EOF-SW IS EQUAL TO 'Y'
               OR WS-HIST-FOUND-SW IS EQUAL TO 'Y'.

       B010-READ-HISTORY.
           READ XMIT-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   IF XH-RESEND-FLAG IS EQUAL TO 'Y'
                       AND XH-ACK-STATUS IS EQUAL TO "PENDING"
                       AND (WS-WANT-RUN-ID IS EQUAL TO SPACES
                           OR XH-SOURCE-RUN-ID IS EQUAL TO
                               WS-WANT-RUN-ID)
                       MOVE 'Y' TO WS-HIST-FOUND-SW
                   END-IF
           END-READ.

      *> every catalog entry is looked at - the newest generation
      *> agreeing with what was sent is the one taken.
       C000-FIND-GENERATION.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: GEN-CATALOG OPEN INPUT FAILED, "
                   "STATUS " WS-GENCAT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "GENCAT WILL NOT OPEN, STATUS " WS-GENCAT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           PERFORM C010-READ-CATALOG
               UNTIL WS-GENCAT-EOF-SW IS EQUAL TO 'Y'.
           CLOSE GEN-CATALOG.

       C010-READ-CATALOG.
           READ GEN-CATALOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GENCAT-EOF-SW
               NOT AT END
                   IF GC-SOURCE-RUN-ID IS EQUAL TO XH-SOURCE-RUN-ID
                       AND GC-RECORD-COUNT IS EQUAL TO XH-RECORD-COUNT
                       AND GC-HASH-TOTAL IS EQUAL TO XH-HASH-TOTAL
                       MOVE 'Y' TO WS-GEN-FOUND-SW
                       MOVE GC-RUN-ID TO WS-GEN-RUN-ID
                       MOVE GC-RECORD-COUNT TO WS-GEN-COUNT
                       MOVE GC-HASH-TOTAL TO WS-GEN-HASH
                       MOVE GC-LAST-PRIME TO WS-GEN-LAST
                   END-IF
           END-READ.

      *> one pass over the generation's records, totalling them -
      *> XTRACTF is not opened until they agree with the catalog.
       D000-PROVE-GENERATION.
           PERFORM D010-OPEN-GENERATION.
           PERFORM D020-TOTAL-GEN-RECORD
               UNTIL WS-GEN-EOF-SW IS EQUAL TO 'Y'.
           CLOSE GEN-FILE.

      *> position on the generation's first record; the sweep ends at
      *> the first record belonging to another generation.
       D010-OPEN-GENERATION.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE ZERO TO WS-LAST-PRIME.
           MOVE 'N' TO WS-GEN-EOF-SW.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: GEN-FILE OPEN INPUT FAILED, STATUS "
                   WS-GEN-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "PRIMEGEN WILL NOT OPEN, STATUS " WS-GEN-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           MOVE WS-GEN-RUN-ID TO GN-GEN-RUN-ID.
           MOVE ZERO TO GN-FOUND-POS.
           START GEN-FILE KEY IS GREATER THAN GN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GEN-EOF-SW
           END-START.

       D020-TOTAL-GEN-RECORD.
           PERFORM D030-READ-GEN-RECORD.
           IF WS-GEN-EOF-SW IS NOT EQUAL TO 'Y'
               ADD 1 TO WS-RECORD-COUNT
               ADD GN-PRIME-VALUE TO WS-HASH-TOTAL
               MOVE GN-PRIME-VALUE TO WS-LAST-PRIME
           END-IF.

       D030-READ-GEN-RECORD.
           READ GEN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GEN-EOF-SW
               NOT AT END
                   IF GN-GEN-RUN-ID IS NOT EQUAL TO WS-GEN-RUN-ID
                       MOVE 'Y' TO WS-GEN-EOF-SW
                   END-IF
           END-READ.

      *> the same HDR/DTL/TRL shape PRMXTRCT writes; the header's source
      *> date and run id come off the generation's first record, just
      *> as PRMXTRCT takes them off the list's first record.
       E000-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: EXTRACT-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-EXTRACT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "XTRACTF WILL NOT OPEN, STATUS " WS-EXTRACT-STATUS
                   " - TERMINATED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               CLOSE XMIT-HIST-FILE
               STOP RUN
           END-IF.
           PERFORM D010-OPEN-GENERATION.
           PERFORM E010-EXTRACT-GEN-RECORD
               UNTIL WS-GEN-EOF-SW IS EQUAL TO 'Y'.
           CLOSE GEN-FILE.
           IF WS-FIRST-SW IS EQUAL TO 'Y'
               PERFORM E020-WRITE-HEADER
           END-IF.
           PERFORM E040-WRITE-TRAILER.
           CLOSE EXTRACT-FILE.

       E010-EXTRACT-GEN-RECORD.
           PERFORM D030-READ-GEN-RECORD.
           IF WS-GEN-EOF-SW IS NOT EQUAL TO 'Y'
               IF WS-FIRST-SW IS EQUAL TO 'Y'
                   MOVE GN-RUN-DATE TO WS-SOURCE-DATE
                   MOVE GN-RUN-ID TO WS-SOURCE-ID
                   PERFORM E020-WRITE-HEADER
               END-IF
               PERFORM E030-WRITE-DETAIL
           END-IF.

       E020-WRITE-HEADER.
           IF WS-SOURCE-DATE IS EQUAL TO SPACES
               MOVE "00000000" TO WS-SOURCE-DATE
           END-IF.
           IF WS-SOURCE-ID IS EQUAL TO SPACES
               MOVE "00000000000000" TO WS-SOURCE-ID
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "HDR;" XH-EXTRACT-DATE ";" WS-SOURCE-DATE
               ";" WS-SOURCE-ID
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.
           MOVE 'N' TO WS-FIRST-SW.

       E030-WRITE-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.
           ADD GN-PRIME-VALUE TO WS-HASH-TOTAL.
           MOVE GN-FOUND-POS TO WS-POS-EDIT.
           MOVE GN-PRIME-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "DTL;" FUNCTION TRIM (WS-POS-EDIT) ";"
               FUNCTION TRIM (WS-VALUE-EDIT)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.

       E040-WRITE-TRAILER.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "TRL;" FUNCTION TRIM (WS-COUNT-EDIT) ";"
               FUNCTION TRIM (WS-HASH-EDIT)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.

      *> the transmission stays PENDING - it is the partner's
      *> acknowledgement that settles it - but the flag comes down and
      *> the grace period restarts from today.
       F000-MARK-RESENT.
           MOVE 'N' TO XH-RESEND-FLAG.
           MOVE WS-TODAY TO XH-RESEND-DATE.
           REWRITE XMIT-HIST-RECORD.
           IF WS-XMIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: XMIT-HIST-FILE REWRITE FAILED, "
                   "STATUS " WS-XMIT-STATUS
                   " - RESEND NOT RECORDED IN HISTORY"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0006" TO WS-EV-MSG-NO
               STRING "XMITHIST REWRITE FAILED, STATUS " WS-XMIT-STATUS
                   " - RESEND NOT RECORDED IN HISTORY"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> CONVERT: XMITOLD is proved whole, XMITHIST is checked empty,
      *> and only then is the history written in the current layout.
       G000-CONVERT-HISTORY.
           PERFORM G010-PROVE-OLD-HISTORY.
           IF WS-BAD-COUNT IS GREATER THAN ZERO
               DISPLAY "PRMRSEND: " WS-BAD-COUNT " OF " WS-OLD-COUNT
                   " XMITOLD RECORDS ARE NOT OLD-LAYOUT HISTORY, FIRST "
                   "AT RECORD " WS-FIRST-BAD " - NOT CONVERTED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0007" TO WS-EV-MSG-NO
               MOVE WS-BAD-COUNT TO WS-COUNT-EDIT
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " XMITOLD RECORDS ARE NOT OLD-LAYOUT HISTORY, FIRST "
                   "AT RECORD " WS-FIRST-BAD " - NOT CONVERTED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM G030-CHECK-NEW-HISTORY.
           IF WS-HIST-HELD-SW IS EQUAL TO 'Y'
               DISPLAY "PRMRSEND: XMITHIST ALREADY HOLDS RECORDS - "
                   "CONVERT INTO A NEW OR EMPTY XMITHIST, NOT CONVERTED"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0008" TO WS-EV-MSG-NO
               MOVE "XMITHIST ALREADY HOLDS RECORDS - NOT CONVERTED"
                   TO WS-EV-TEXT
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM G040-WRITE-NEW-HISTORY.
           DISPLAY "PRMRSEND: " WS-CONVERTED " OF " WS-OLD-COUNT
               " HISTORY RECORDS CONVERTED FROM XMITOLD TO XMITHIST".
           IF WS-WRITE-ERRORS IS GREATER THAN ZERO
               DISPLAY "PRMRSEND: " WS-WRITE-ERRORS
                   " XMITHIST WRITES FAILED - HISTORY INCOMPLETE, "
                   "EMPTY XMITHIST AND CONVERT AGAIN"
               MOVE "E" TO WS-EV-SEVERITY
               MOVE "RSN0009" TO WS-EV-MSG-NO
               MOVE WS-WRITE-ERRORS TO WS-COUNT-EDIT
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " XMITHIST WRITES FAILED - EMPTY XMITHIST AND "
                   "CONVERT AGAIN"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "I" TO WS-EV-SEVERITY
               MOVE "RSN0011" TO WS-EV-MSG-NO
               MOVE WS-CONVERTED TO WS-COUNT-EDIT
               STRING FUNCTION TRIM (WS-COUNT-EDIT)
                   " HISTORY RECORDS CONVERTED FROM XMITOLD TO XMITHIST"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
           END-IF.

      *> an XMITOLD whose length is not a whole number of 60-byte
      *> records ends on a short read - that is a wrong-layout file,
      *> not an I/O failure.
       G010-PROVE-OLD-HISTORY.
           PERFORM G015-OPEN-OLD-HISTORY.
           PERFORM G020-PROVE-OLD-RECORD
               UNTIL WS-OLD-STATUS IS NOT EQUAL TO "00".
           IF WS-OLD-STATUS IS EQUAL TO "04"
               ADD 1 TO WS-BAD-COUNT
               IF WS-FIRST-BAD IS EQUAL TO ZERO
                   MOVE WS-OLD-COUNT TO WS-FIRST-BAD
               END-IF
           ELSE
               IF WS-OLD-STATUS IS NOT EQUAL TO "10"
                   DISPLAY "PRMRSEND: OLD-XMIT-FILE READ FAILED, "
                       "STATUS " WS-OLD-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "RSN0002" TO WS-EV-MSG-NO
                   STRING "XMITOLD READ FAILED, STATUS " WS-OLD-STATUS
                       " - NOT CONVERTED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   CLOSE OLD-XMIT-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OLD-XMIT-FILE.

       G015-OPEN-OLD-HISTORY.
           OPEN INPUT OLD-XMIT-FILE.
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: OLD-XMIT-FILE OPEN INPUT FAILED, "
                   "STATUS " WS-OLD-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "XMITOLD WILL NOT OPEN, STATUS " WS-OLD-STATUS
                   " - NOT CONVERTED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       G020-PROVE-OLD-RECORD.
           READ OLD-XMIT-FILE
               AT END
                   MOVE "10" TO WS-OLD-STATUS
           END-READ.
           IF WS-OLD-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-OLD-COUNT
               MOVE OLD-XMIT-RECORD TO WS-XMIT-WORK
               IF XW-EXTRACT-DATE IS NOT NUMERIC
                   OR XW-SOURCE-RUN-ID IS NOT NUMERIC
                   OR XW-RECORD-COUNT IS NOT NUMERIC
                   OR XW-HASH-TOTAL IS NOT NUMERIC
                   OR XW-ACK-DATE IS NOT NUMERIC
                   OR (XW-ACK-STATUS IS NOT EQUAL TO "PENDING"
                       AND XW-ACK-STATUS IS NOT EQUAL TO "ACCEPTED"
                       AND XW-ACK-STATUS IS NOT EQUAL TO "REJECTED"
                       AND XW-ACK-STATUS IS NOT EQUAL TO "MISMATCH")
                   OR (XW-RESEND-FLAG IS NOT EQUAL TO 'Y'
                       AND XW-RESEND-FLAG IS NOT EQUAL TO 'N')
                   ADD 1 TO WS-BAD-COUNT
                   IF WS-FIRST-BAD IS EQUAL TO ZERO
                       MOVE WS-OLD-COUNT TO WS-FIRST-BAD
                   END-IF
               END-IF
           END-IF.

      *> a missing XMITHIST (status 35) is the expected case; one that
      *> opens must yield nothing on its first read.
       G030-CHECK-NEW-HISTORY.
           OPEN INPUT XMIT-HIST-FILE.
           IF WS-XMIT-STATUS IS EQUAL TO "00"
               READ XMIT-HIST-FILE
                   AT END
                       MOVE "10" TO WS-XMIT-STATUS
               END-READ
               IF WS-XMIT-STATUS IS NOT EQUAL TO "10"
                   MOVE 'Y' TO WS-HIST-HELD-SW
               END-IF
               CLOSE XMIT-HIST-FILE
           ELSE
               IF WS-XMIT-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "PRMRSEND: XMIT-HIST-FILE OPEN INPUT "
                       "FAILED, STATUS " WS-XMIT-STATUS " - TERMINATING"
                   MOVE "S" TO WS-EV-SEVERITY
                   MOVE "RSN0002" TO WS-EV-MSG-NO
                   STRING "XMITHIST WILL NOT OPEN, STATUS "
                       WS-XMIT-STATUS " - NOT CONVERTED"
                       DELIMITED BY SIZE INTO WS-EV-TEXT
                   END-STRING
                   PERFORM Z900-LOG-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       G040-WRITE-NEW-HISTORY.
           OPEN OUTPUT XMIT-HIST-FILE.
           IF WS-XMIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "PRMRSEND: XMIT-HIST-FILE OPEN OUTPUT FAILED, "
                   "STATUS " WS-XMIT-STATUS " - TERMINATING"
               MOVE "S" TO WS-EV-SEVERITY
               MOVE "RSN0002" TO WS-EV-MSG-NO
               STRING "XMITHIST WILL NOT OPEN, STATUS " WS-XMIT-STATUS
                   " - NOT CONVERTED"
                   DELIMITED BY SIZE INTO WS-EV-TEXT
               END-STRING
               PERFORM Z900-LOG-EVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM G015-OPEN-OLD-HISTORY.
           PERFORM G050-CONVERT-RECORD
               UNTIL WS-OLD-STATUS IS NOT EQUAL TO "00".
           CLOSE OLD-XMIT-FILE XMIT-HIST-FILE.

       G050-CONVERT-RECORD.
           READ OLD-XMIT-FILE
               AT END
                   MOVE "10" TO WS-OLD-STATUS
           END-READ.
           IF WS-OLD-STATUS IS EQUAL TO "00"
               MOVE OLD-XMIT-RECORD TO WS-XMIT-WORK
               MOVE "00000000" TO XW-RESEND-DATE
               MOVE WS-XMIT-WORK TO XMIT-HIST-RECORD
               WRITE XMIT-HIST-RECORD
               IF WS-XMIT-STATUS IS EQUAL TO "00"
                   ADD 1 TO WS-CONVERTED
               ELSE
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "PRMRSEND: XMIT-HIST-FILE WRITE FAILED, "
                       "STATUS " WS-XMIT-STATUS " FOR EXTRACT OF "
                       XW-EXTRACT-DATE
               END-IF
           END-IF.

      *> one event to EVENTLOG.  OPEN EXTEND fails with status 35 the
      *> first time any program logs - fall back to OUTPUT.  An event
      *> that cannot be logged never stops the step; the job log keeps
      *> the DISPLAY that went with it.  Message numbers:
      *>   RSN0001 S  PARM not recognised
      *>   RSN0002 S  XMITHIST, GENCAT, PRIMEGEN, XTRACTF or XMITOLD
      *>              will not open or cannot be read
      *>   RSN0003 E  no transmission flagged for resend
      *>   RSN0004 E  no retained generation matches what was sent
      *>   RSN0005 E  generation does not match its catalog totals
      *>   RSN0006 E  resend not recorded on XMITHIST
      *>   RSN0007 E  XMITOLD is not old-layout history - not converted
      *>   RSN0008 E  XMITHIST already holds records - not converted
      *>   RSN0009 E  XMITHIST writes failed during the conversion
      *>   RSN0010 I  extract resent
      *>   RSN0011 I  history converted to the current layout
       Z900-LOG-EVENT.
           OPEN EXTEND EVENT-LOG-FILE.
           IF WS-EVENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF.
           IF WS-EVENT-STATUS IS EQUAL TO "00"
               MOVE "PRMRSEND" TO EV-PROGRAM
               MOVE WS-EV-RUN-ID TO EV-RUN-ID
               MOVE FUNCTION CURRENT-DATE (1 : 14) TO EV-TIMESTAMP
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-MSG-NO TO EV-MSG-NO
               MOVE WS-EV-TEXT TO EV-MSG-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY "PRMRSEND: EVENTLOG WILL NOT OPEN, STATUS "
                   WS-EVENT-STATUS " - EVENT " WS-EV-MSG-NO
                   " NOT LOGGED"
           END-IF.
           MOVE SPACES TO WS-EV-TEXT.
