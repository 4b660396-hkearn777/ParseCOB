      *----------------------------------------------------------------
      *    SUSPENSE-RECORD.  One suspense-ledger entry: a key that
      *    failed migration, keyed by key value, record type and
      *    discard reason. ENGINE reads the prior generation (LEDGIN),
      *    opens or ages an entry for every discarded keyed record,
      *    closes an entry when a later run migrates its key cleanly,
      *    and writes the next generation (LEDGOUT).
      *    SUSPAGE reads a generation for the weekly aging report.
      *    Dates are YYYYMMDD; SUS-Closed-Date is zero while open.
      *    SUS-Runs-Failed counts the runs the key failed in.
      *----------------------------------------------------------------
       01  SUSPENSE-RECORD.
           03 SUS-KEY.
              05 SUS-Key-Value        PIC X(32).
              05 SUS-Rec-Type         PIC X(30).
              05 SUS-Reason           PIC 9(02).
           03 SUS-Status              PIC X(01).
              88 SUS-Is-Open                 VALUE 'O'.
              88 SUS-Is-Closed               VALUE 'C'.
           03 SUS-First-Seen          PIC 9(08).
           03 SUS-Last-Seen           PIC 9(08).
           03 SUS-Runs-Failed         PIC 9(05).
           03 SUS-Closed-Date         PIC 9(08).
           03 SUS-Reason-Text         PIC X(30).
           03 SUS-Last-DD             PIC X(08).
           03 SUS-Last-Rec            PIC 9(09).
           03 FILLER                  PIC X(19).
