      *        '(a prior run''s INPUT RECORDS is the usual value)
           05  Opt-Deadline-Time        pic 9(4) comp.
           05  Opt-Expected-Records     pic 9(9) comp.
      *        'code-table lookup: CodeTabMax sizes the table the
      *        'CODETAB reference codes load into and CodeUnkMax the
      *        'list of distinct unknown values kept for the LOG
      *        '(0 takes the default for either)
           05  Opt-CodeTabMax           pic 9(9) comp.
           05  Opt-CodeUnkMax           pic 9(9) comp.
      *        'header/detail flattening: a parent's MIG record
      *        'carries its children's mapped fields in repeating
      *        'slots (RT-Flat-Slots per child type) and is written
      *        'once, as one row, when the next parent arrives
           05  Opt-Flatten-sw           pic 9(1) comp.
               88  Opt-Flatten-Off              value 0.
               88  Opt-Flatten-Yes              value 1.
      *        'field layout cache: a record type whose layout the
      *        'DLL fixes (no ODO, conditions or variable lengths)
      *        'reuses its built Field-Table for every later record
      *        'of the same length; LayoutCache(NO) turns it off
           05  Opt-LayoutCache-sw       pic 9(1) comp.
               88  Opt-LayoutCache-Yes          value 0.
               88  Opt-LayoutCache-No           value 1.
      *        'presort: every input file is sorted and merged into
      *        'key order (parent key, parents ahead of the children
      *        'that carry it, then record type and read order)
      *        'before the main loop, the keys taken from each record
      *        'type's RT-Key-Field/RT-Match-Field
           05  Opt-Presort-sw           pic 9(1) comp.
               88  Opt-Presort-No               value 0.
               88  Opt-Presort-Yes              value 1.
      *        'suspense ledger: every discarded keyed record opens
      *        '(or ages) a ledger entry by key, record type and
      *        'discard reason, carried run to run LEDGIN->LEDGOUT;
      *        'an entry closes when a later run migrates its key
      *        'cleanly. SuspenseMax sizes the in-storage ledger and
      *        'SuspenseKeep is the days a closed entry is carried
      *        'before it drops off (0 takes the default for either)
           05  Opt-Suspense-sw          pic 9(1) comp.
               88  Opt-Suspense-No              value 0.
               88  Opt-Suspense-Yes             value 1.
           05  Opt-SuspenseMax          pic 9(9) comp.
           05  Opt-SuspenseKeep         pic 9(4) comp.
      *        'subset extract: parent keys are drawn by SubsetPct()
      *        '(per cent of each stratum) or SubsetCount() (keys in
      *        'all, shared across the strata by size); SubsetBy(BREAK)
      *        'draws within each value of the parent type's BREAK
      *        'field. Every child whose MATCH field carries a drawn
      *        'key goes out with its parent. SubsetSeed() picks
      *        'another, equally repeatable, draw and SubsetMax()
      *        'sizes the strata table (0 takes the default)
           05  Opt-Subset-sw            pic 9(1) comp.
               88  Opt-Subset-Off               value 0.
               88  Opt-Subset-By-Pct            value 1.
               88  Opt-Subset-By-Count          value 2.
               88  Opt-Subset-Requested         value 1 2.
           05  Opt-SubsetPct            pic 9(3)v99 comp.
           05  Opt-SubsetCount          pic 9(9) comp.
           05  Opt-SubsetBy-sw          pic 9(1) comp.
               88  Opt-SubsetBy-None            value 0.
               88  Opt-SubsetBy-Break           value 1.
           05  Opt-SubsetSeed           pic 9(9) comp.
           05  Opt-SubsetMax            pic 9(9) comp.
      *        'DBCS shift-out/shift-in integrity checking of
      *        'character fields (balanced SO/SI, even-length
      *        'double-byte runs, valid bytes between the shifts)
