      *> ---------------------------------------------------------------
      *> PRMVBKUP - record layout for the VSMBKUP sequential backup of
      *> a prime master KSDS (PRIMEVSM or RANGEVSM), written by the
      *> PRMVUTIL unload and read back by its reload.
      *>
      *> MB-REC-TYPE values:
      *>   HDR - first record.  MB-CONTROL names the master unloaded,
      *>         the unload's own run id, and the control totals of
      *>         the records that follow.
      *>   DTL - one per master record, in key order: the master
      *>         record itself (PRMVSAM layout), stamps and all.
      *>   TRL - last record.  The same control fields as the header,
      *>         totalled again as the details were written - a
      *>         backup without its trailer was never finished.
      *>
      *> Control totals: MB-RECORD-COUNT is the number of DTL records,
      *> MB-KEY-HASH the sum of their prime keys, MB-POS-HASH the sum
      *> of their list positions.  A reload proves header, trailer and
      *> the details it reads all agree before the master is touched.
      *> ---------------------------------------------------------------
       01  MASTER-BACKUP-RECORD.
           05  MB-REC-TYPE       PIC X(3).
           05  MB-DETAIL.
               10  MB-PRIME-KEY  PIC 9(9).
               10  MB-FOUND-POS  PIC 9(4).
               10  MB-RUN-DATE   PIC X(8).
               10  MB-RUN-ID     PIC X(14).
               10  FILLER        PIC X(17).
           05  MB-CONTROL REDEFINES MB-DETAIL.
               10  MB-MASTER       PIC X(8).
               10  MB-UNLOAD-ID    PIC X(14).
               10  MB-RECORD-COUNT PIC 9(6).
               10  MB-KEY-HASH     PIC 9(15).
               10  MB-POS-HASH     PIC 9(9).
