      *> ---------------------------------------------------------------
      *> PRMBREQ - card layout for the overnight batch request datasets,
      *> INQIN (PRMINQ) and FACTIN (PRMFACT).  One card per number:
      *>
      *>   columns  1-12  the number, left-justified as before
      *>   columns 14-19  BR-DEPT, the requesting department's code
      *>   columns 21-32  BR-REQ-REF, the department's own reference
      *>                  for the request (a ticket or job number)
      *>
      *> Both codes are copied to the program's result records and the
      *> department code is what the usage accounting on USAGELOG
      *> (PRMUSAGE) and the monthly chargeback (PRMCHGBK) key on.  A
      *> card punched to the old twelve-column layout still reads - its
      *> department comes through blank and is charged to NODEPT, so
      *> unattributed volume is visible on the chargeback instead of
      *> silently dropped.
      *>
      *> Each program copies this layout under its own prefix (IQ for
      *> INQIN, FQ for FACTIN).
      *> ---------------------------------------------------------------
       01  BATCH-REQUEST-RECORD.
           05  BR-NUMBER         PIC X(12).
           05  FILLER            PIC X.
           05  BR-DEPT           PIC X(6).
           05  FILLER            PIC X.
           05  BR-REQ-REF        PIC X(12).
           05  FILLER            PIC X(8).
