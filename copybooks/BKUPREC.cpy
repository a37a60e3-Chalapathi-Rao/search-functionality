      * Sequential backup record for the keyed files and LOCKOUT,
      * written by the unload utility and read back by the reload
      * and forward-recovery steps. One header, one detail per
      * record unloaded (the record image, left-justified in
      * BK-IMAGE), one trailer carrying the control totals the
      * reload balances before it will rebuild anything.
      *
      * The hash total is the sum, over every detail, of each byte
      * of BK-IMAGE weighted by its position (ORD of byte n times
      * n), so a lost, added, altered or shifted record all change
      * it.
       01  BACKUP-RECORD.
           05 BK-REC-TYPE           PIC X(3).
              88 BK-HEADER                VALUE "HDR".
              88 BK-DETAIL                VALUE "DTL".
              88 BK-TRAILER               VALUE "TRL".
      * USRMSTR / PWDHIST / LOCKOUT, so a backup allocated to the
      * wrong DD is refused rather than reloaded.
           05 BK-FILE-ID            PIC X(8).
           05 BK-IMAGE              PIC X(80).
      * Header: the moment the unload began, in the same 21-byte
      * form the maintenance logs stamp, so forward recovery can
      * take every log record after it.
           05 BK-HEADER-DATA REDEFINES BK-IMAGE.
              10 BK-BACKUP-TIMESTAMP PIC X(21).
              10 BK-HDR-FILLER      PIC X(59).
           05 BK-TRAILER-DATA REDEFINES BK-IMAGE.
              10 BK-RECORD-COUNT    PIC 9(8).
              10 BK-HASH-TOTAL      PIC 9(15).
              10 BK-TRL-FILLER      PIC X(57).
