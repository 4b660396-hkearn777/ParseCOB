       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            XRECON.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01036* 2026/10/15 HK   v1.0.0  Base line - cross-feed reconciliation
v01036*                         of two systems' feeds (each with its
v01036*                         own DLL) by a shared key: keys
v01036*                         missing on one side, field value
v01036*                         breaks and amount differences beyond
v01036*                         tolerance, with a CTLTOT of the
v01036*                         results for RELGATE and DARTREND.
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE. Reconciles the feeds
      *  of two different systems - side A and side B, e.g. policy
      *  administration and billing - that share a business key.
      *  Each side has its own DLL deck; both load through the same
      *  Load-Options/SumDLL/LoadDLL path ENGINE uses, DD DLL being
      *  pointed by HKSys dynamic allocation first at the DLLA deck,
      *  then at the DLLB deck, the way DLLDIFF loads its two decks.
      *  After each load the fields the control deck names are found
      *  by PRET-FIELDNAME and their position, length and type kept.
      *  The control deck (XRECCTL) - 80-byte cards, '*' in column 1
      *  for a comment; keyword in columns 1-8, side A field name in
      *  columns 10-39, side B field name in columns 41-70, tolerance
      *  in columns 72-80 (digits, right or left justified):
      *   FEED     title                    - report title
      *   KEY      A name   B name          - the shared key (one)
      *   VALUE    A name   B name          - must be equal
      *   AMOUNT   A name   B name   tol    - numeric; may differ by
      *                                       no more than tol
      *  Up to 16 VALUE and AMOUNT cards. A card this program does
      *  not know declines the run - a mistyped rule must not pass
      *  unnoticed.
      *  Every named field must sit at a fixed position in its
      *  record (a NORMAL-FIELD with a start byte, no condition, not
      *  of variable length) - the same up-front declining DELTAGEN
      *  and MIGVERIF do - and every compared field must be in the
      *  record type that carries the key. A feed of one record
      *  type reconciles every record; a variable-length feed of
      *  several record types reconciles the records whose length
      *  is the key type's (as MIG2SRC tells record types apart),
      *  so those types must differ in length; a fixed-length feed
      *  of several record types is declined.
      *  A key or value is compared as a number when either side's
      *  field is numeric (ZD, PD, PD-NEC, BIN, BIS; a character
      *  field is then read as digits with an optional sign), and
      *  as text otherwise; AMOUNT fields are always numbers. The
      *  DLL carries no decimal scale: both sides' amounts must have
      *  the same implied decimals, and the tolerance is in units of
      *  the last digit (100 = 1.00 for an amount in cents).
      *  Both feeds go through one sort on the key, so neither need
      *  be in key order. For each key:
      *   - present on one side only: MISSING IN A or MISSING IN B;
      *   - more than one record on a side: DUPLICATE KEY, amounts
      *     summed over the side's records, values taken from its
      *     first record;
      *   - a VALUE pair that differs: VALUE BREAK;
      *   - an AMOUNT pair whose difference exceeds its tolerance,
      *     or that is not numeric: AMOUNT BREAK.
      *  A record whose numeric key cannot be read is reported as
      *  UNREADABLE KEY and counted as a break.
      *  CTLTOT receives the run's counts under XRECON labels (the
      *  per-card lines carry the card's number, 01-16), so RELGATE
      *  MAXLABEL rules can gate on them and DARTREND can trend the
      *  reconciliation month to month.
      *  Return codes: 0 the feeds reconcile; 4 breaks found;
      *  8 declined (control deck or DLL fields unusable); 12 file
      *  errors; 16 allocation failures.
      * INPUTS:
      *  XRECCTL - The reconciliation control deck.
      *  DLLA    - The DLL deck of side A's feed.
      *  DLLB    - The DLL deck of side B's feed.
      *  OPTIONS - The OPTIONS deck.
      *  FEEDA   - Side A's feed, in the format its DLL declares.
      *  FEEDB   - Side B's feed, in the format its DLL declares.
      * OUTPUTS:
      *  LOG     - Audit report of this program.
      *  RECRPT  - The reconciliation report.
      *  CTLTOT  - The reconciliation's control totals.
      *---------------------------------------------------------
       INSTALLATION.           IBM.
      *MIGRATION ENGINE, (C) IBM CORP. 2006-2013; ALL RIGHTS RESERVED.
       DATE-WRITTEN.           OCTOBER 2026.
       DATE-COMPILED.          OCTOBER 2026.
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
      * For PC Environment - Uncomment all 'PCPCPC' lines.
      *                      Comment all 'MFMFMF' lines.
      * For MAINFRAME      - Uncomment all 'MFMFMF' lines.
      *                      Comment all 'PCPCPC' lines.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
v01036     SELECT LOG-FILE
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to LOG.
v01036     SELECT RECON-DECK
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to XRECCTL STATUS XRECCTL-IO-STATUS.
v01036     SELECT FEEDA-FIX
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to FEEDA STATUS FEEDA-IO-STATUS.
v01036     SELECT FEEDA-VAR
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to FEEDA STATUS FEEDA-IO-STATUS.
v01036     SELECT FEEDB-FIX
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to FEEDB STATUS FEEDB-IO-STATUS.
v01036     SELECT FEEDB-VAR
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to FEEDB STATUS FEEDB-IO-STATUS.
v01036     SELECT RECON-SORT
v01036         ASSIGN to SORTWK01.
v01036     SELECT RECRPT-FILE
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to RECRPT STATUS RECRPT-IO-STATUS.
v01036     SELECT CTLTOT-FILE
PCPCPC*        SEQUENTIAL
v01036         ASSIGN to CTLTOT STATUS CTLTOT-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Recrpt-File, Ctltot-File
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE IS GLOBAL
           RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
           .
v01036 01  LOG-RECORD PIC X(170).

v01036 FD  RECON-DECK
v01036     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01036     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01036     .
v01036 01  RECON-CARD.
v01036     03 XC-Verb              PIC X(08).
v01036     03 FILLER               PIC X(01).
v01036     03 XC-Name-A            PIC X(30).
v01036     03 FILLER               PIC X(01).
v01036     03 XC-Name-B            PIC X(30).
v01036     03 FILLER               PIC X(01).
v01036     03 XC-Limit             PIC X(09).

v01036 FD  FEEDA-FIX
v01036     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
MFMFMF     RECORD CONTAINS 0 CHARACTERS
v01036     .
v01036 01  FEEDA-FIX-REC                    PIC X(32756).

v01036 FD  FEEDA-VAR
v01036     RECORDING MODE IS V
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01036     RECORD varying 1 to 32752   DEPENDING ON FEEDA-LEN
v01036     .
v01036 01  FEEDA-VAR-REC.
v01036     03 FILLER OCCURS 1 to 32752 DEPENDING ON FEEDA-LEN PIC X.

v01036 FD  FEEDB-FIX
v01036     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
MFMFMF     RECORD CONTAINS 0 CHARACTERS
v01036     .
v01036 01  FEEDB-FIX-REC                    PIC X(32756).

v01036 FD  FEEDB-VAR
v01036     RECORDING MODE IS V
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01036     RECORD varying 1 to 32752   DEPENDING ON FEEDB-LEN
v01036     .
v01036 01  FEEDB-VAR-REC.
v01036     03 FILLER OCCURS 1 to 32752 DEPENDING ON FEEDB-LEN PIC X.

v01036*    'one record of either feed: its key and the values of its
v01036*    'compared fields, subscripted as the pairs are (entry 1,
v01036*    'the key, is unused); numbers in XRS-Text are signed
v01036*    '19-byte digits, XRS-Bad is 1 when a number is unreadable
v01036 SD  RECON-SORT
v01036     .
v01036 01  RECON-SORT-RECORD.
v01036     03 XRS-Key              PIC X(32).
v01036     03 XRS-Side             PIC 9(01).
v01036     03 XRS-Seq              PIC 9(09).
v01036     03 XRS-Slot             OCCURS 17 TIMES.
v01036        05 XRS-Text          PIC X(32).
v01036        05 XRS-Amount        PIC S9(18) COMP.
v01036        05 XRS-Bad           PIC 9(01).

v01036 FD  RECRPT-FILE
v01036     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01036     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01036     .
v01036 01  RECRPT-RECORD                PIC X(170).

v01036 FD  CTLTOT-FILE
v01036     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01036     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01036     .
v01036     copy LnkCtot.

       WORKING-STORAGE SECTION.
v01036 01  PROGRAM-COPYRIGHT.
v01036     03 FILLER PIC X(42) VALUE
v01036               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01036     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01036 77  Version              pic x(8)      value '1.0.0 '.

v01036 01  FEEDA-LEN               PIC 9(5) COMP VALUE ZEROES.
v01036 01  FEEDB-LEN               PIC 9(5) COMP VALUE ZEROES.
v01036 01  FEED-LEN                PIC 9(5) COMP VALUE ZEROES.

      * Working Storage fields for the heap allocations
v01036 01  HEAPID                  PIC S9(9) BINARY.
v01036 01  HPSIZE                  PIC S9(9) BINARY.
v01036 01  INCR                    PIC S9(9) BINARY.
v01036 01  OPTS                    PIC S9(9) BINARY.
v01036 01  ADDRSS                  USAGE IS POINTER.
v01036 01  NBYTES                  PIC S9(9) BINARY.
v01036 01  FC.
v01036     02  Condition-Token-Value.
v01036       88 CEE000 value low-values.
v01036         03  Case-1-Condition-ID.
v01036             04  Severity    PIC S9(4) BINARY.
v01036             04  Msg-No      PIC S9(4) BINARY.
v01036         03  Case-Sev-Ctl    PIC X.
v01036         03  Facility-ID     PIC XXX.
v01036     02  I-S-Info            PIC S9(9) BINARY.

v01036 01  FEED-BUFFER             PIC X(32756) VALUE LOW-VALUES.

       COPY LNKDLL.
       COPY LNKFILE.
       COPY LNKREC.
       COPY LnkEntry.
       COPY LNKRem.
       COPY LNKOPT.
       copy LnkGap.
       copy LnkCnt.
       copy LnkRange.
       copy LnkDef.
       copy LnkDateF.

v01036*----------------------------------------------------------------
v01036*    Recon-Pair-Area.  The control deck's field pairs: entry 1
v01036*    is the KEY card, entries 2 on the VALUE and AMOUNT cards in
v01036*    deck order (RP-Card-No numbers them 01-16 for the report
v01036*    and CTLTOT labels). RP-Side 1 is side A, 2 is side B; what
v01036*    each side's DLL says of the field is filled in after its
v01036*    deck loads. RP-Sum totals an AMOUNT pair over all keys.
v01036*----------------------------------------------------------------
v01036 01  Recon-Pair-Area.
v01036     05  RP-Max                   pic 9(4) comp value 17.
v01036     05  RP-Cnt                   pic 9(4) comp value 1.
v01036     05  RP-Entry                occurs 17 times.
v01036         10  RP-Kind-sw               pic 9(1) comp.
v01036             88  RP-Is-Key                    value 1.
v01036             88  RP-Is-Value                  value 2.
v01036             88  RP-Is-Amount                 value 3.
v01036         10  RP-Card-No               pic 9(2).
v01036         10  RP-Numeric-sw            pic 9(1) comp.
v01036             88  RP-Compare-Text              value 0.
v01036             88  RP-Compare-Numeric           value 1.
v01036         10  RP-Tolerance             pic 9(9) comp.
v01036         10  RP-Breaks                pic 9(9) comp.
v01036         10  RP-Sum                   pic S9(18) comp
v01036                                      occurs 2 times.
v01036         10  RP-Side                 occurs 2 times.
v01036             15  RP-Name                  pic x(30).
v01036             15  RP-Pret                  pic 9(9) comp.
v01036             15  RP-Pos                   pic 9(9) comp.
v01036             15  RP-Len                   pic 9(9) comp.
v01036             15  RP-Type                  pic 9(2) comp.

v01036*----------------------------------------------------------------
v01036*    Recon-Side-Area.  Per side (1 = A, 2 = B): its decks and
v01036*    feed, the record type carrying the key, how its records
v01036*    are read and what became of them.
v01036*----------------------------------------------------------------
v01036 01  Recon-Side-Area.
v01036     05  XS-Side                 occurs 2 times.
v01036         10  XS-Letter                pic x(1).
v01036         10  XS-DD-DLL                pic x(8).
v01036         10  XS-DD-Feed               pic x(8).
v01036         10  XS-Version               pic x(8).
v01036         10  XS-GenDate               pic x(10).
v01036         10  XS-Rec-Type              pic 9(9) comp.
v01036         10  XS-KN                    pic x(30).
v01036         10  XS-Types                 pic 9(9) comp.
v01036         10  XS-Type-Len              pic 9(9) comp.
v01036         10  XS-Min-Len               pic 9(9) comp.
v01036         10  XS-Format-sw             pic 9(1) comp.
v01036             88  XS-Fixed                     value 0.
v01036             88  XS-Variable                  value 1.
v01036         10  XS-LRecl                 pic 9(5) comp.
v01036         10  XS-Read                  pic 9(9) comp.
v01036         10  XS-Released              pic 9(9) comp.
v01036         10  XS-Other-Type            pic 9(9) comp.
v01036         10  XS-Short                 pic 9(9) comp.
v01036         10  XS-Bad-Key               pic 9(9) comp.
v01036         10  XS-Bad-Number            pic 9(9) comp.
v01036         10  XS-Keys                  pic 9(9) comp.
v01036         10  XS-Dup-Keys              pic 9(9) comp.

v01036*    'the reasons the run is declined, reported together once
v01036*    'the setup has been written
v01036 01  Recon-Decline-Area.
v01036     05  XD-Max                   pic 9(4) comp value 40.
v01036     05  XD-Cnt                   pic 9(4) comp value 0.
v01036     05  XD-Entry                occurs 40 times.
v01036         10  XD-Side                  pic x(1).
v01036         10  XD-Name                  pic x(30).
v01036         10  XD-Reason                pic x(50).

v01036*    'the records of one key as they return from the sort
v01036 01  Recon-Group-Area.
v01036     05  Grp-Key                  pic x(32).
v01036     05  Grp-Cnt                  pic 9(9) comp occurs 2 times.
v01036     05  Grp-Pair                occurs 17 times.
v01036         10  Grp-Text                 pic x(32) occurs 2 times.
v01036         10  Grp-Sum                  pic S9(18) comp
v01036                                      occurs 2 times.
v01036         10  Grp-Bad                  pic 9(1) comp
v01036                                      occurs 2 times.

v01036*    'header-only mirror of Formula-Area, used to size its
v01036*    'fixed portion when computing the Formula-Area allocation
v01036 01  m-FAS.
v01036     05 m-FAS-UBoundFAEntries pic 9(9) comp.
v01036     05 m-FAS-TotalEntryQty   pic 9(9) comp.

v01036 01  Display-Memory-Allocated.
v01036     03  filler              pic x(2) value '* '.
v01036     03  DMA-Table           pic x(20) value spaces.
v01036     03  filler              pic x     value space.
v01036     03  DMA-Bytes           pic z(9)9.
v01036     03  filler              pic x     value space.
v01036     03  DMA-Entries         pic z(8)9.
v01036     03  filler              pic x(15) value spaces.
v01036     03  filler              pic x     value '*'.

v01036*    'HKSys service that re-points DD DLL at another DD's deck
v01036 01  HKSys-Functions.
v01036     03  Alloc-DLL-DSN         pic 9(4) comp value 14.
v01036     03  Recon-DDName          pic x(8)  value spaces.
v01036     03  Recon-DSN             pic x(44) value spaces.

v01036 01  Type-Names.
v01036     05 filler pic x(54) value
v01036        'CH    ZD    PD    PDNEC PDNEC4BIN   BIS   BIT   NIB   '.
v01036 01  filler redefines Type-Names.
v01036     05 Type-Name            occurs 9 times pic x(6).

v01036 01  MISC-AREA.
v01036     03 XRECCTL-IO-STATUS    PIC X(2)      VALUE '00'.
v01036     03 FEEDA-IO-STATUS      PIC X(2)      VALUE '00'.
v01036     03 FEEDB-IO-STATUS      PIC X(2)      VALUE '00'.
v01036     03 RECRPT-IO-STATUS     PIC X(2)      VALUE '00'.
v01036     03 CTLTOT-IO-STATUS     PIC X(2)      VALUE '00'.
v01036     03 Feed-IO-Status       PIC X(2)      VALUE '00'.
v01036     03 RC                   PIC 9(4) COMP VALUE 0.
v01036     03 PRET                 PIC 9(9) COMP VALUE 0.
v01036     03 Xr-Side              PIC 9(1) COMP VALUE 0.
v01036     03 Xr-P                 PIC 9(4) COMP VALUE 0.
v01036     03 Xr-R                 PIC 9(9) COMP VALUE 0.
v01036     03 Xr-Found             PIC 9(9) COMP VALUE 0.
v01036     03 Xr-End               PIC 9(9) COMP VALUE 0.
v01036     03 Xr-Seq               PIC 9(9) COMP VALUE 0.
v01036     03 Xr-Cards             PIC 9(2)      VALUE 0.
v01036     03 Xr-Diff              PIC S9(18) COMP VALUE 0.
v01036     03 Xr-Amount            PIC S9(18) COMP VALUE 0.
v01036     03 Xr-Long              PIC S9(18) COMP VALUE 0.
v01036     03 Xr-Breaks            PIC 9(9) COMP VALUE 0.
v01036     03 Xr-Title             PIC X(30)     VALUE SPACES.
v01036     03 Xr-Reason            PIC X(50)     VALUE SPACES.
v01036     03 Xr-Name              PIC X(30)     VALUE SPACES.
v01036     03 Xr-Label             PIC X(20)     VALUE SPACES.
v01036     03 Xr-Text              PIC X(32)     VALUE SPACES.
v01036     03 Xr-Show              PIC X(24)     VALUE SPACES.
v01036     03 Xr-Show-Key          PIC X(32)     VALUE SPACES.
v01036     03 Xr-Verdict           PIC X(12)     VALUE SPACES.
v01036     03 Xr-Today             PIC 9(08)     VALUE ZEROES.
v01036     03 Xr-Edit-Amt          PIC -(17)9.
v01036     03 Xr-Edit-Cnt          PIC Z(8)9.
v01036     03 Xr-Limit-in          PIC X(09)     VALUE SPACES.
v01036     03 Xr-Limit-x           PIC X(09)     VALUE SPACES.
v01036     03 Xr-Limit-n redefines Xr-Limit-x PIC 9(09).
v01036     03 Xr-N                 PIC 9(4) COMP VALUE 0.
v01036*       'a number in its compared form, and as text
v01036     03 Xr-Num               PIC S9(18) SIGN LEADING SEPARATE
v01036                                           VALUE 0.
v01036     03 Xr-Num-Text redefines Xr-Num PIC X(19).
v01036*       'fixed-mode record lengths taken from the DCB at open,
v01036*       'the way ENGINE sizes its own fixed INFILE reads
v01036     03 DCB-INFO-SPECIAL     pic 9(4) comp value 9.
v01036     03 IN-DDName            pic x(8)  value spaces.
v01036     03 DATASET-NAME.
v01036        05 DN-DCB-DDNAME        Pic  X(08) Value Spaces.
v01036        05 DN-DCB-LRECL         pic  x(4)  value spaces.
v01036        05 DN-DCB-DSORG         Pic  X(02) Value Spaces.
v01036        05 DN-DCB-RECFM         Pic  X(02) Value Spaces.
v01036        05 filler               pic x(28) value spaces.
v01036*       'a field's bytes decoded to a signed 18-digit value
v01036     03 gn-Value             PIC S9(18) COMP VALUE 0.
v01036     03 gn-Sign              PIC X      VALUE '+'.
v01036     03 gn-Pos               PIC 9(9) COMP VALUE 0.
v01036     03 gn-Len               PIC 9(9) COMP VALUE 0.
v01036     03 gn-Type              PIC 9(2) COMP VALUE 0.
v01036     03 gn-N                 PIC 9(9) COMP VALUE 0.
v01036     03 gn-Last              PIC 9(9) COMP VALUE 0.
v01036     03 gn-Digit             PIC 9(4) COMP VALUE 0.
v01036     03 gn-Digits            PIC 9(4) COMP VALUE 0.
v01036     03 gn-State             PIC 9(1) COMP VALUE 0.
v01036     03 gn-Byte-Val          PIC 9(4) COMP VALUE 0.
v01036     03 gn-Hi                PIC 9(4) COMP VALUE 0.
v01036     03 gn-Lo                PIC 9(4) COMP VALUE 0.
v01036*       'the byte being valued through the big-endian redefine
v01036     03 VF-Byte-Area.
v01036        05 filler            pic x    value low-value.
v01036        05 VF-Byte           pic x.
v01036     03 VF-Byte-Num redefines VF-Byte-Area pic 9(4) comp.
v01036     03 VF-Bin-Area.
v01036        05 VF-Bin-Bytes      pic x(8) value low-values.
v01036     03 VF-Bin-Num redefines VF-Bin-Area pic 9(18) comp.
v01036     03 Xr-BIS               PIC S9(18) COMP   VALUE 0.
v01036     03 Xr-BIS-x redefines Xr-BIS pic x(8).

v01036 01  Recon-Switches.
v01036     03 Xr-Decline-sw         PIC 9(1) COMP VALUE 0.
v01036        88 Run-Is-Usable               VALUE 0.
v01036        88 Run-Is-Declined             VALUE 1.
v01036     03 Xr-Key-Card-sw        PIC 9(1) COMP VALUE 0.
v01036        88 Key-Card-Seen               VALUE 1.
v01036     03 Xr-Feed-sw            PIC 9(1) COMP VALUE 0.
v01036        88 Feed-Not-At-End             VALUE 0.
v01036        88 Feed-At-End                 VALUE 1.
v01036     03 Xr-Sort-sw            PIC 9(1) COMP VALUE 0.
v01036        88 Sort-Not-At-End             VALUE 0.
v01036        88 Sort-At-End                 VALUE 1.
v01036     03 Xr-Rec-sw             PIC 9(1) COMP VALUE 0.
v01036        88 Record-Is-Usable            VALUE 0.
v01036        88 Record-Is-Bypassed          VALUE 1.
v01036     03 Xr-Num-sw             PIC 9(1) COMP VALUE 0.
v01036        88 Number-Is-Bad               VALUE 0.
v01036        88 Number-Is-Valid             VALUE 1.

v01036 01  Recon-Counters.
v01036     03 Xr-Matched             PIC 9(9) COMP VALUE ZEROES.
v01036     03 Xr-Missing-A           PIC 9(9) COMP VALUE ZEROES.
v01036     03 Xr-Missing-B           PIC 9(9) COMP VALUE ZEROES.
v01036     03 Xr-Value-Breaks        PIC 9(9) COMP VALUE ZEROES.
v01036     03 Xr-Amount-Breaks       PIC 9(9) COMP VALUE ZEROES.

v01036 01  Recon-Title-Line.
v01036     03 filler          pic x(40) value
v01036        'XRECON CROSS-FEED RECONCILIATION  FEED: '.
v01036     03 RTT-Feed        pic x(30) value spaces.
v01036     03 filler          pic x(7)  value '  DATE:'.
v01036     03 RTT-Date        pic 9999/99/99.

v01036 01  Recon-Side-Line.
v01036     03 filler          pic x(5)  value 'SIDE '.
v01036     03 RSL-Side        pic x(1)  value spaces.
v01036     03 filler          pic x(5)  value ' DLL='.
v01036     03 RSL-DLL         pic x(8)  value spaces.
v01036     03 filler          pic x(9)  value ' VERSION '.
v01036     03 RSL-Version     pic x(8)  value spaces.
v01036     03 filler          pic x(11) value ' GENERATED '.
v01036     03 RSL-GenDate     pic x(10) value spaces.
v01036     03 filler          pic x(7)  value '  FEED='.
v01036     03 RSL-Feed        pic x(8)  value spaces.
v01036     03 filler          pic x(9)  value ' FORMAT: '.
v01036     03 RSL-Format      pic x(8)  value spaces.
v01036     03 filler          pic x(15) value '  RECORD TYPE: '.
v01036     03 RSL-KN          pic x(30) value spaces.

v01036 01  Recon-Field-Line.
v01036     03 RFL-Kind        pic x(7)  value spaces.
v01036     03 RFL-Card        pic x(3)  value spaces.
v01036     03 filler          pic x(3)  value 'A: '.
v01036     03 RFL-Name-A      pic x(30) value spaces.
v01036     03 filler          pic x(5)  value ' POS:'.
v01036     03 RFL-Pos-A       pic 9(5)  value zeroes.
v01036     03 filler          pic x(5)  value ' LEN:'.
v01036     03 RFL-Len-A       pic 9(5)  value zeroes.
v01036     03 filler          pic x(1)  value space.
v01036     03 RFL-Type-A      pic x(6)  value spaces.
v01036     03 filler          pic x(5)  value '  B: '.
v01036     03 RFL-Name-B      pic x(30) value spaces.
v01036     03 filler          pic x(5)  value ' POS:'.
v01036     03 RFL-Pos-B       pic 9(5)  value zeroes.
v01036     03 filler          pic x(5)  value ' LEN:'.
v01036     03 RFL-Len-B       pic 9(5)  value zeroes.
v01036     03 filler          pic x(1)  value space.
v01036     03 RFL-Type-B      pic x(6)  value spaces.
v01036     03 filler          pic x(6)  value ' TOL: '.
v01036     03 RFL-Tol         pic z(8)9 value zeroes.

v01036 01  Recon-Decline-Line.
v01036     03 filler          pic x(9)  value 'DECLINED '.
v01036     03 filler          pic x(5)  value 'SIDE '.
v01036     03 RXL-Side        pic x(1)  value spaces.
v01036     03 filler          pic x(2)  value ': '.
v01036     03 RXL-Name        pic x(30) value spaces.
v01036     03 filler          pic x(3)  value ' - '.
v01036     03 RXL-Reason      pic x(50) value spaces.

v01036*    'one key that does not reconcile
v01036 01  Recon-Detail-Line.
v01036     03 RDL-Verdict     pic x(14) value spaces.
v01036     03 filler          pic x(4)  value 'KEY='.
v01036     03 RDL-Key         pic x(32) value spaces.
v01036     03 filler          pic x(8)  value ' FIELD: '.
v01036     03 RDL-Field       pic x(30) value spaces.
v01036     03 filler          pic x(3)  value ' A='.
v01036     03 RDL-A           pic x(24) value spaces.
v01036     03 filler          pic x(3)  value ' B='.
v01036     03 RDL-B           pic x(24) value spaces.
v01036     03 RDL-Diff-Tag    pic x(6)  value spaces.
v01036     03 RDL-Diff        pic x(18) value spaces.

v01036 01  Recon-Total-Line.
v01036     03 RTL-Label       pic x(30) value spaces.
v01036     03 filler          pic x(2)  value '= '.
v01036     03 RTL-Value       pic -(17)9.

v01036 01  Recon-Verdict-Line.
v01036     03 filler          pic x(16) value 'XRECON VERDICT: '.
v01036     03 RVL-Verdict     pic x(12) value spaces.
v01036     03 filler          pic x(9)  value '  BREAKS:'.
v01036     03 RVL-Breaks      pic zzz,zzz,zz9 value zeroes.

       LINKAGE SECTION.
       COPY LNKPRET.
       COPY LnkChain.
       COPY LNKTBL.
       COPY LNKCOND.
       COPY LnkFunc.
       copy lnkform.
v01036 copy LNKALT.

       PROCEDURE DIVISION.
v01036     display PROGRAM-COPYRIGHT ' Version:' Version
v01036     OPEN OUTPUT LOG-FILE
v01036     move PROGRAM-COPYRIGHT to Log-record
v01036     write Log-record
v01036     move 'XRECON cross-feed reconciliation' to Log-record
v01036     write Log-record
v01036     OPEN OUTPUT RECRPT-FILE
v01036     if RECRPT-IO-STATUS NOT = '00'
v01036       display 'XRecon:RECRPT OPEN ERROR:' RECRPT-IO-STATUS
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     accept Xr-Today from date yyyymmdd
v01036     perform Set-up-the-Sides
v01036     perform Load-the-Control-Deck
v01036     perform Write-the-Title
v01036     if Run-Is-Usable
v01036       perform Create-the-Heap
v01036       perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036         move XS-DD-DLL(Xr-Side) to Recon-DDName
v01036         perform Point-DLL-at-Deck
v01036         perform Load-the-Options
v01036         display
v01036         '*----------- Memory Allocations (' Recon-DDName
v01036         ') ---------------*'
v01036         perform Allocate-the-Table-Space
v01036         perform Load-the-Deck
v01036         display
v01036     '*--------------------------------------------------------*'
v01036         perform Resolve-the-Side
v01036       end-perform
v01036       perform Set-the-Compare-Forms
v01036       perform Write-the-Setup
v01036     end-if
v01036     perform Write-the-Declines
v01036     if Run-Is-Usable
v01036       sort RECON-SORT
v01036            on ascending key XRS-Key XRS-Side XRS-Seq
v01036            input procedure  Release-the-Feeds
v01036            output procedure Reconcile-the-Keys
v01036       if SORT-RETURN not = 0
v01036         display 'XRecon:SORT FAILED:SORT-RETURN=' SORT-RETURN
v01036         move 12 to return-code
v01036         stop run
v01036       end-if
v01036       perform Write-the-Totals
v01036       perform Write-the-Control-Totals
v01036     end-if
v01036     compute Xr-Breaks = Xr-Missing-A + Xr-Missing-B
v01036                       + Xr-Value-Breaks + Xr-Amount-Breaks
v01036                       + XS-Bad-Key(1) + XS-Bad-Key(2)
v01036     evaluate true
v01036       when Run-Is-Declined
v01036         move 'DECLINED'     to Xr-Verdict
v01036         move 8 to RC
v01036       when Xr-Breaks > 0
v01036         move 'BREAKS FOUND' to Xr-Verdict
v01036         move 4 to RC
v01036       when other
v01036         move 'RECONCILED'   to Xr-Verdict
v01036         move 0 to RC
v01036     end-evaluate
v01036     perform Write-the-Verdict
v01036     CLOSE RECRPT-FILE LOG-FILE
v01036     move RC to return-code
v01036     display 'XRecon v' Version ' ended (rc=' RC ')'
v01036     STOP RUN
v01036     .

v01036 Set-up-the-Sides.
v01036     move 'A'        to XS-Letter(1)
v01036     move 'DLLA'     to XS-DD-DLL(1)
v01036     move 'FEEDA'    to XS-DD-Feed(1)
v01036     move 'B'        to XS-Letter(2)
v01036     move 'DLLB'     to XS-DD-DLL(2)
v01036     move 'FEEDB'    to XS-DD-Feed(2)
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       move spaces to XS-Version(Xr-Side) XS-GenDate(Xr-Side)
v01036                      XS-KN(Xr-Side)
v01036       move 0 to XS-Rec-Type(Xr-Side) XS-Types(Xr-Side)
v01036                 XS-Type-Len(Xr-Side) XS-Min-Len(Xr-Side)
v01036                 XS-LRecl(Xr-Side) XS-Read(Xr-Side)
v01036                 XS-Released(Xr-Side) XS-Other-Type(Xr-Side)
v01036                 XS-Short(Xr-Side) XS-Bad-Key(Xr-Side)
v01036                 XS-Bad-Number(Xr-Side) XS-Keys(Xr-Side)
v01036                 XS-Dup-Keys(Xr-Side)
v01036       set XS-Fixed(Xr-Side) to true
v01036     end-perform
v01036     perform varying Xr-P from 1 by 1 until Xr-P > RP-Max
v01036       perform Clear-a-Pair
v01036     end-perform
v01036     set RP-Is-Key(1) to true
v01036     .

v01036 Clear-a-Pair.
v01036     move 0 to RP-Kind-sw(Xr-P) RP-Card-No(Xr-P)
v01036               RP-Numeric-sw(Xr-P) RP-Tolerance(Xr-P)
v01036               RP-Breaks(Xr-P)
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       move spaces to RP-Name(Xr-P, Xr-Side)
v01036       move 0 to RP-Sum(Xr-P, Xr-Side) RP-Pret(Xr-P, Xr-Side)
v01036                 RP-Pos(Xr-P, Xr-Side) RP-Len(Xr-P, Xr-Side)
v01036                 RP-Type(Xr-P, Xr-Side)
v01036     end-perform
v01036     .

      *--------------------------------------------------------------
      * Load-the-Control-Deck. The key and the field pairs to
      * reconcile. Without a deck there is nothing to reconcile by:
      * RC=12. A card that cannot be used declines the run.
      *--------------------------------------------------------------
v01036 Load-the-Control-Deck.
v01036     OPEN INPUT RECON-DECK
v01036     if XRECCTL-IO-STATUS NOT = '00'
v01036       display 'XRecon:XRECCTL OPEN ERROR:' XRECCTL-IO-STATUS
v01036       move 'XRECCTL (CONTROL DECK) COULD NOT BE READ'
v01036         to RECRPT-RECORD
v01036       perform Write-a-Report-Record
v01036       close RECRPT-FILE LOG-FILE
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     perform until XRECCTL-IO-STATUS not = '00'
v01036       read RECON-DECK
v01036         at end move '10' to XRECCTL-IO-STATUS
v01036         not at end
v01036           perform Load-a-Card
v01036       end-read
v01036       if XRECCTL-IO-STATUS not = '00' and XRECCTL-IO-STATUS
v01036          not = '10'
v01036         display 'XRecon:XRECCTL READ ERROR:' XRECCTL-IO-STATUS
v01036         move 12 to return-code
v01036         stop run
v01036       end-if
v01036     end-perform
v01036     close RECON-DECK
v01036     if not Key-Card-Seen
v01036       move 0 to Xr-Side
v01036       move 'KEY' to Xr-Name
v01036       move 'NO KEY CARD IN XRECCTL' to Xr-Reason
v01036       perform Note-a-Decline
v01036     end-if
v01036     .

v01036 Load-a-Card.
v01036     evaluate true
v01036       when RECON-CARD(1:1) = '*'
v01036       when RECON-CARD = spaces
v01036         continue
v01036       when XC-Verb = 'FEED'
v01036         move XC-Name-A to Xr-Title
v01036       when XC-Verb = 'KEY'
v01036         if Key-Card-Seen
v01036           move XC-Verb to Xr-Name
v01036           move 'MORE THAN ONE KEY CARD' to Xr-Reason
v01036           perform Note-a-Card-Decline
v01036         else
v01036           set Key-Card-Seen to true
v01036           move 1 to Xr-P
v01036           perform Take-the-Card-Names
v01036         end-if
v01036       when XC-Verb = 'VALUE'
v01036       when XC-Verb = 'AMOUNT'
v01036         if RP-Cnt >= RP-Max
v01036           move XC-Verb to Xr-Name
v01036           move 'MORE THAN 16 VALUE AND AMOUNT CARDS'
v01036             to Xr-Reason
v01036           perform Note-a-Card-Decline
v01036         else
v01036           add 1 to RP-Cnt
v01036           add 1 to Xr-Cards
v01036           move RP-Cnt   to Xr-P
v01036           move Xr-Cards to RP-Card-No(Xr-P)
v01036           if XC-Verb = 'VALUE'
v01036             set RP-Is-Value(Xr-P) to true
v01036           else
v01036             set RP-Is-Amount(Xr-P) to true
v01036             perform Take-the-Tolerance
v01036           end-if
v01036           perform Take-the-Card-Names
v01036         end-if
v01036       when other
v01036         move XC-Verb to Xr-Name
v01036         move 'UNKNOWN CARD' to Xr-Reason
v01036         perform Note-a-Card-Decline
v01036     end-evaluate
v01036     .

v01036 Take-the-Card-Names.
v01036     move XC-Name-A to RP-Name(Xr-P, 1)
v01036     move XC-Name-B to RP-Name(Xr-P, 2)
v01036     if XC-Name-A = spaces or XC-Name-B = spaces
v01036       move XC-Verb to Xr-Name
v01036       move 'A FIELD NAME IS MISSING (COLUMNS 10-39, 41-70)'
v01036         to Xr-Reason
v01036       perform Note-a-Card-Decline
v01036     end-if
v01036     .

v01036*    'the tolerance may be written left or right in its columns
v01036 Take-the-Tolerance.
v01036     move XC-Limit to Xr-Limit-in
v01036     move 9 to Xr-N
v01036     perform until Xr-N = 0 or Xr-Limit-in(Xr-N:1) not = space
v01036       subtract 1 from Xr-N
v01036     end-perform
v01036     move all '0' to Xr-Limit-x
v01036     if Xr-N > 0
v01036       move Xr-Limit-in(1:Xr-N) to Xr-Limit-x(10 - Xr-N:Xr-N)
v01036     end-if
v01036     if Xr-Limit-x is numeric
v01036       move Xr-Limit-n to RP-Tolerance(Xr-P)
v01036     else
v01036       move XC-Name-A to Xr-Name
v01036       move 'TOLERANCE IN COLUMNS 72-80 IS NOT A NUMBER'
v01036         to Xr-Reason
v01036       perform Note-a-Card-Decline
v01036     end-if
v01036     .

v01036 Note-a-Card-Decline.
v01036     move 0 to Xr-Side
v01036     perform Note-a-Decline
v01036     .

v01036*    'one reason the run cannot go ahead; Xr-Side is the side
v01036*    'number, or zero for the control deck
v01036 Note-a-Decline.
v01036     set Run-Is-Declined to true
v01036     display 'XRecon:Declined:' Xr-Name ':' Xr-Reason
v01036     if XD-Cnt < XD-Max
v01036       add 1 to XD-Cnt
v01036       evaluate Xr-Side
v01036         when 1    move 'A'   to XD-Side(XD-Cnt)
v01036         when 2    move 'B'   to XD-Side(XD-Cnt)
v01036         when other move '-'  to XD-Side(XD-Cnt)
v01036       end-evaluate
v01036       move Xr-Name   to XD-Name(XD-Cnt)
v01036       move Xr-Reason to XD-Reason(XD-Cnt)
v01036     end-if
v01036     .

v01036 Point-DLL-at-Deck.
v01036     move spaces to Recon-DSN
v01036     call 'HKSys' using Alloc-DLL-DSN, Recon-DDName, Recon-DSN
v01036     display 'XRecon:DLL now points at DD=' Recon-DDName
v01036     .

      *--------------------------------------------------------------
      * Load-the-Options. Options and DLL summation for the deck DD
      * DLL points at, as ENGINE does them before LoadDLL.
      *--------------------------------------------------------------
v01036 Load-the-Options.
v01036     move 16 to RangeTbl-Max
v01036     move 64 to RangeVal-Max
v01036     move 00 to RangeTbl-Ptr
v01036     move 00 to RangeTbl-Cnt
v01036     perform varying RngTblInx from 1 by 1
v01036       until RngTblInx > RangeTbl-Max
v01036       move zeroes to Range-Zero-Ptr(RngTblInx)
v01036                      Range-CNT(RngTblInx)
v01036       perform varying RngInx from 1 by 1
v01036         until RngInx > RangeVal-Max
v01036         move zeroes to Range-Low(RngTblInx, RngInx)
v01036                        Range-High(RngTblInx, RngInx)
v01036         move spaces to Range-Text(RngTblInx, RngInx)
v01036       end-perform
v01036     end-perform
v01036     move zeroes to DateFMT-Ptr
v01036     move zeroes to DateFMT-Cnt
v01036     move 99     to DateFMT-Max
v01036     call 'Load-Options' using
v01036        Options-in-Effect, Counters-and-Totals, Range-Table-Area
v01036     call 'SumDLL' using Options-in-Effect, File-Table-Area
v01036     .

v01036 Load-the-Deck.
V01036     call 'LoadDLL' using DLL-Area
v01036        FILE-TABLE-AREA, Record-Table-Area,
v01036        Table-Table-Area,
v01036        Pre-Field-Table-Area,
v01036        Pre-Chain-Table-Area,
v01036        Cond-Table-Area,
v01036        Func-TABLE-AREA, EntryLength-TABLE-AREA
v01036        Gaps-in-Bits-Area,
v01036        Counters-and-Totals, Options-in-Effect, Log-Record
v01036        Formula-Area
v01036        Formula-Execution-Area
v01036        Default-Table-Area
v01036        Remarks-Table-Area
v01036        Range-Table-Area
v01036        Alt1-Table-Area, Alt2-Table-Area
v01036        Alt3-Table-Area
v01036        DateFMT-Table-Area
v01036     if Return-Code > 0 then
v01036       display 'XRecon: Error Loading DLL from DD=' Recon-DDName
v01036         ' RC=' Return-code '. (Error message is above)'
v01036       move return-code to RC
v01036       close RECRPT-FILE LOG-FILE
v01036       move RC to return-code
v01036       stop run
v01036     end-if
v01036     .

v01036 Create-the-Heap.
v01036     move 0 TO HEAPID
v01036     move 1 TO HPSIZE
v01036     move 0 TO INCR
v01036     move 0 TO OPTS
MFMFMF     call "CEECRHP" using HEAPID, HPSIZE, INCR, OPTS, FC
MFMFMF     if not CEE000 of FC THEN
MFMFMF       display 'XRecon:Allocate error:CEECRHP:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01036     .

      *--------------------------------------------------------------
      * Allocate-the-Table-Space. The table space one deck loads
      * into. Each deck gets its own; what the reconciliation needs
      * from the first is kept in Recon-Pair-Area before the second
      * loads.
      *--------------------------------------------------------------
v01036 Allocate-the-Table-Space.
v01036     if Opt-DefinedFields = 0
v01036       move 1 to Opt-DefinedFields
v01036     end-if
v01036     compute NBytes = (length of PreField-Table(1)
v01036                    * Opt-DefinedFields) + 12
v01036     move 'Pre-Field-Table'  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Field-Table-area to Addrss
v01036     move Opt-DefinedFields to PREFIELD-MAX
v01036     move 0      to PREFIELD-PTR
v01036     move 0      to PREFIELD-CNT

v01036     compute NBytes = (length of PreChain-Table(1)
v01036                    * Opt-DefinedFields)
v01036     move 'Pre-Chain-Table'  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Chain-Table-area to Addrss

v01036     if Opt-DefinedTables = 0
v01036       move 1 to Opt-DefinedTables
v01036     end-if
v01036     compute NBytes = (length of Table-Table(1)
v01036                    * Opt-DefinedTables) + 12
v01036     move 'Table-Table    '  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Table-Table-area to Addrss
v01036     move Opt-DefinedTables to Table-Max
v01036     move 0      to Table-Ptr
v01036     move 0      to Table-Cnt

v01036     if Opt-DefinedConds = 0
v01036       move 1 to Opt-DefinedConds
v01036     end-if
v01036     compute NBytes = (length of Cond-Table(1)
v01036                       * Opt-DefinedConds) + 20
v01036     move 'Cond-Table     '  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Cond-Table-area to Addrss
v01036     move Opt-DefinedConds to Cond-MAX
v01036     move 0      to Cond-CNT
v01036     move 0      to TotalExecutionQty
v01036     move 0      to TotalEntryQty

v01036     if Opt-DefinedFuncs = 0
v01036       move 1 to Opt-DefinedFuncs
v01036     end-if
v01036     compute NBytes = (length of Func-Table(1)
v01036                       * Opt-DefinedFuncs) + 12
v01036     move 'Func-Table     '  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Func-Table-area to Addrss
v01036     move Opt-DefinedFuncs to Func-MAX
v01036     move 0      to Func-CNT
v01036     move 0      to Func-Ptr

v01036     if Opt-DefinedOps   = 0
v01036       move 1 to Opt-DefinedOps
v01036     end-if
v01036     compute NBytes = length of m-FAS + 8
v01036                    + (length of FAEntries(1) * Opt-DefinedOps)
v01036     move 'Formula-Area   '  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Area    to Addrss
v01036     move Opt-DefinedOps to UBoundFAEntries

v01036     compute NBytes = length of FAExecutionList(1)
v01036                    * Opt-DefinedOps
v01036     move 'Formula-Exec   '  to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Execution-Area to Addrss
v01036     move Opt-DefinedOps to UBoundFAExecutionList

v01036     compute NBytes =
v01036       (length of Alt1-Table(1) * (1 + OPT-Alt1-DLL-CNT)) + 12
v01036     move 'Alt1-Table'       to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt1-Table-area to Addrss
v01036     move high-values to Alt1-Table-Area
v01036     move 0 to Alt1-PTR
v01036     move 1 to Alt1-Cnt
v01036     compute Alt1-Total = Alt1-Cnt + OPT-Alt1-DLL-CNT

v01036     compute NBytes =
v01036       (length of Alt2-Table(1) * (1 + OPT-Alt2-DLL-CNT)) + 12
v01036     move 'Alt2-Table'       to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt2-Table-area to Addrss
v01036     move high-values to Alt2-Table-Area
v01036     move 0 to Alt2-PTR
v01036     move 1 to Alt2-Cnt
v01036     compute Alt2-Total = Alt2-Cnt + OPT-Alt2-DLL-CNT

v01036     compute NBytes =
v01036       (length of Alt3-Table(1) * (1 + OPT-Alt3-DLL-CNT)) + 12
v01036     move 'Alt3-Table'       to DMA-Table
v01036     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt3-Table-area to Addrss
v01036     move high-values to Alt3-Table-Area
v01036     move 0 to Alt3-PTR
v01036     move 1 to Alt3-Cnt
v01036     compute Alt3-Total = Alt3-Cnt + OPT-Alt3-DLL-CNT
v01036     .

v01036 Get-Heap-Storage.
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'XRecon:Allocate Error:' DMA-Table
MFMFMF               ':CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01036     move NBytes             to DMA-Bytes
v01036     move zeroes             to DMA-Entries
v01036     display Display-Memory-Allocated
v01036     .

      *--------------------------------------------------------------
      * Resolve-the-Side. For the deck just loaded: how its feed is
      * read (the FILE command's format), the key field and the
      * record type carrying it, then each compared field within
      * that record type.
      *--------------------------------------------------------------
v01036 Resolve-the-Side.
v01036     move DLL-Version to XS-Version(Xr-Side)
v01036     move DLL-GenDate to XS-GenDate(Xr-Side)
v01036     move Record-Cnt  to XS-Types(Xr-Side)
v01036     if File-Cnt > 0
v01036       evaluate true
v01036         when FILE-IS-VSAM-KEYED(1)
v01036           move XS-DD-Feed(Xr-Side) to Xr-Name
v01036           move 'FEED IS KEYED; RECONCILE A SEQUENTIAL UNLOAD'
v01036             to Xr-Reason
v01036           perform Note-a-Decline
v01036         when FILE-IS-VARIABLE-LENGTH(1)
v01036           set XS-Variable(Xr-Side) to true
v01036         when other
v01036           set XS-Fixed(Xr-Side) to true
v01036       end-evaluate
v01036     end-if
v01036     move 1 to Xr-P
v01036     perform Resolve-the-Key
v01036     if XS-Rec-Type(Xr-Side) > 0
v01036       perform varying Xr-P from 2 by 1 until Xr-P > RP-Cnt
v01036         perform Resolve-a-Pair
v01036       end-perform
v01036       perform Check-the-Record-Types
v01036     end-if
v01036     .

v01036 Resolve-the-Key.
v01036     move 0 to Xr-Found
v01036     perform varying PRET from 1 by 1
v01036       until PRET > PreField-Cnt or Xr-Found > 0
v01036       if PRET-FIELDNAME(PRET) = RP-Name(1, Xr-Side)
v01036       and not Record-Field(PRET)
v01036         move PRET to Xr-Found
v01036       end-if
v01036     end-perform
v01036     if Xr-Found = 0
v01036       move RP-Name(1, Xr-Side) to Xr-Name
v01036       move 'KEY FIELD IS NOT IN THE DLL' to Xr-Reason
v01036       perform Note-a-Decline
v01036     else
v01036       perform varying Xr-R from 1 by 1
v01036         until Xr-R > Record-Cnt or XS-Rec-Type(Xr-Side) > 0
v01036         if Xr-Found >= RT-Start-Pret(Xr-R)
v01036         and Xr-Found <= RT-End-Pret(Xr-R)
v01036           move Xr-R to XS-Rec-Type(Xr-Side)
v01036         end-if
v01036       end-perform
v01036       if XS-Rec-Type(Xr-Side) = 0
v01036         move RP-Name(1, Xr-Side) to Xr-Name
v01036         move 'KEY FIELD IS IN NO RECORD TYPE' to Xr-Reason
v01036         perform Note-a-Decline
v01036       else
v01036         move XS-Rec-Type(Xr-Side) to Xr-R
v01036         move RT-KN(Xr-R) to XS-KN(Xr-Side)
v01036         perform Check-a-Field
v01036       end-if
v01036     end-if
v01036     .

v01036 Resolve-a-Pair.
v01036     move XS-Rec-Type(Xr-Side) to Xr-R
v01036     move 0 to Xr-Found
v01036     perform varying PRET from RT-Start-Pret(Xr-R) by 1
v01036       until PRET > RT-End-Pret(Xr-R) or Xr-Found > 0
v01036       if PRET-FIELDNAME(PRET) = RP-Name(Xr-P, Xr-Side)
v01036       and not Record-Field(PRET)
v01036         move PRET to Xr-Found
v01036       end-if
v01036     end-perform
v01036     if Xr-Found = 0
v01036       move RP-Name(Xr-P, Xr-Side) to Xr-Name
v01036       move 'FIELD IS NOT IN THE KEY''S RECORD TYPE' to Xr-Reason
v01036       perform Note-a-Decline
v01036     else
v01036       perform Check-a-Field
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Check-a-Field. The field found at Xr-Found must be read at
      * the same place in every record of its type, and be of a
      * type and length this program can compare.
      *--------------------------------------------------------------
v01036 Check-a-Field.
v01036     move Xr-Found to PRET
v01036     move spaces to Xr-Reason
v01036     evaluate true
v01036       when PRET-COND(PRET) > 0
v01036         move 'FIELD IS CONDITIONAL' to Xr-Reason
v01036       when not NORMAL-FIELD(PRET)
v01036       when PRET-START-BYTE(PRET) = 0
v01036         move 'FIELD IS NOT AT A FIXED POSITION' to Xr-Reason
v01036       when LENGTH-FIELD-NUMBER(PRET)
v01036         move 'FIELD IS OF VARIABLE LENGTH' to Xr-Reason
v01036       when Type-PD-NEC4(PRET)
v01036       when Type-Bit(PRET)
v01036       when TYPE-NIB(PRET)
v01036         move 'FIELD TYPE IS NOT COMPARED BY XRECON'
v01036           to Xr-Reason
v01036       when Type-CH(PRET)  and PRET-LENGTH-BYTE(PRET) > 32
v01036       when Type-ZD(PRET)  and PRET-LENGTH-BYTE(PRET) > 18
v01036       when Type-PD(PRET)  and PRET-LENGTH-BYTE(PRET) > 9
v01036       when Type-PD-NEC(PRET) and PRET-LENGTH-BYTE(PRET) > 9
v01036       when Type-BIN(PRET) and PRET-LENGTH-BYTE(PRET) > 8
v01036       when Type-BIS(PRET) and PRET-LENGTH-BYTE(PRET) > 8
v01036         move 'FIELD IS TOO LONG TO COMPARE' to Xr-Reason
v01036     end-evaluate
v01036     if Xr-Reason not = spaces
v01036       move PRET-FIELDNAME(PRET) to Xr-Name
v01036       perform Note-a-Decline
v01036     else
v01036       move PRET                   to RP-Pret(Xr-P, Xr-Side)
v01036       move PRET-START-BYTE(PRET)  to RP-Pos(Xr-P, Xr-Side)
v01036       move PRET-LENGTH-BYTE(PRET) to RP-Len(Xr-P, Xr-Side)
v01036       move PRET-TYPE(PRET)        to RP-Type(Xr-P, Xr-Side)
v01036       compute Xr-End = PRET-START-BYTE(PRET)
v01036                      + PRET-LENGTH-BYTE(PRET) - 1
v01036       if Xr-End > XS-Min-Len(Xr-Side)
v01036         move Xr-End to XS-Min-Len(Xr-Side)
v01036       end-if
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Check-the-Record-Types. With more than one record type in
      * the deck, a variable-length record is of the key's type when
      * its length is that type's, so no other type may share it;
      * fixed-length records cannot be told apart that way at all.
      *--------------------------------------------------------------
v01036 Check-the-Record-Types.
v01036     move XS-Rec-Type(Xr-Side) to Xr-R
v01036     move RT-Max-Len(Xr-R) to XS-Type-Len(Xr-Side)
v01036     if XS-Types(Xr-Side) > 1
v01036       if XS-Fixed(Xr-Side)
v01036         move XS-KN(Xr-Side) to Xr-Name
v01036         move 'FIXED-LENGTH FEED OF SEVERAL RECORD TYPES'
v01036           to Xr-Reason
v01036         perform Note-a-Decline
v01036       else
v01036         perform varying Xr-R from 1 by 1 until Xr-R > Record-Cnt
v01036           if Xr-R not = XS-Rec-Type(Xr-Side)
v01036           and RT-Max-Len(Xr-R) = XS-Type-Len(Xr-Side)
v01036             move RT-KN(Xr-R) to Xr-Name
v01036             move 'RECORD TYPE HAS THE KEY TYPE''S LENGTH'
v01036               to Xr-Reason
v01036             perform Note-a-Decline
v01036           end-if
v01036         end-perform
v01036       end-if
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Set-the-Compare-Forms. A pair is compared as a number when
      * it is an AMOUNT or either side's field is numeric; a
      * character field is then read as digits.
      *--------------------------------------------------------------
v01036 Set-the-Compare-Forms.
v01036     perform varying Xr-P from 1 by 1 until Xr-P > RP-Cnt
v01036       if RP-Is-Amount(Xr-P)
v01036       or RP-Type(Xr-P, 1) > 1
v01036       or RP-Type(Xr-P, 2) > 1
v01036         set RP-Compare-Numeric(Xr-P) to true
v01036       else
v01036         set RP-Compare-Text(Xr-P) to true
v01036       end-if
v01036     end-perform
v01036     .

v01036 Write-the-Title.
v01036     move Xr-Title to RTT-Feed
v01036     move Xr-Today to RTT-Date
v01036     move Recon-Title-Line to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     move spaces to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     .

v01036 Write-the-Setup.
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       move XS-Letter(Xr-Side)  to RSL-Side
v01036       move XS-DD-DLL(Xr-Side)  to RSL-DLL
v01036       move XS-Version(Xr-Side) to RSL-Version
v01036       move XS-GenDate(Xr-Side) to RSL-GenDate
v01036       move XS-DD-Feed(Xr-Side) to RSL-Feed
v01036       if XS-Variable(Xr-Side)
v01036         move 'VARIABLE' to RSL-Format
v01036       else
v01036         move 'FIXED'    to RSL-Format
v01036       end-if
v01036       move XS-KN(Xr-Side)      to RSL-KN
v01036       move Recon-Side-Line to RECRPT-RECORD
v01036       perform Write-a-Report-Record
v01036     end-perform
v01036     perform varying Xr-P from 1 by 1 until Xr-P > RP-Cnt
v01036       evaluate true
v01036         when RP-Is-Key(Xr-P)
v01036           move 'KEY'    to RFL-Kind
v01036           move spaces   to RFL-Card
v01036         when RP-Is-Value(Xr-P)
v01036           move 'VALUE'  to RFL-Kind
v01036           move RP-Card-No(Xr-P) to RFL-Card
v01036         when other
v01036           move 'AMOUNT' to RFL-Kind
v01036           move RP-Card-No(Xr-P) to RFL-Card
v01036       end-evaluate
v01036       move RP-Name(Xr-P, 1) to RFL-Name-A
v01036       move RP-Pos(Xr-P, 1)  to RFL-Pos-A
v01036       move RP-Len(Xr-P, 1)  to RFL-Len-A
v01036       move spaces to RFL-Type-A RFL-Type-B
v01036       if RP-Type(Xr-P, 1) > 0
v01036         move Type-Name(RP-Type(Xr-P, 1)) to RFL-Type-A
v01036       end-if
v01036       move RP-Name(Xr-P, 2) to RFL-Name-B
v01036       move RP-Pos(Xr-P, 2)  to RFL-Pos-B
v01036       move RP-Len(Xr-P, 2)  to RFL-Len-B
v01036       if RP-Type(Xr-P, 2) > 0
v01036         move Type-Name(RP-Type(Xr-P, 2)) to RFL-Type-B
v01036       end-if
v01036       move RP-Tolerance(Xr-P) to RFL-Tol
v01036       move Recon-Field-Line to RECRPT-RECORD
v01036       perform Write-a-Report-Record
v01036     end-perform
v01036     move spaces to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     .

v01036 Write-the-Declines.
v01036     perform varying Xr-N from 1 by 1 until Xr-N > XD-Cnt
v01036       move XD-Side(Xr-N)   to RXL-Side
v01036       move XD-Name(Xr-N)   to RXL-Name
v01036       move XD-Reason(Xr-N) to RXL-Reason
v01036       move Recon-Decline-Line to RECRPT-RECORD
v01036       perform Write-a-Report-Record
v01036       write LOG-RECORD from Recon-Decline-Line
v01036     end-perform
v01036     if XD-Cnt > 0
v01036       move spaces to RECRPT-RECORD
v01036       perform Write-a-Report-Record
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Release-the-Feeds. Side A's feed, then side B's, one sort
      * record for each record of the key's type: its key and the
      * values of its compared fields in their compared forms.
      *--------------------------------------------------------------
v01036 Release-the-Feeds.
v01036     move 0 to Xr-Seq
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       perform Open-a-Feed
v01036       set Feed-Not-At-End to true
v01036       perform Read-a-Feed-Record
v01036       perform until Feed-At-End
v01036         perform Release-a-Record
v01036         perform Read-a-Feed-Record
v01036       end-perform
v01036       perform Close-a-Feed
v01036       display 'XRecon:FEED' XS-Letter(Xr-Side)
v01036               ' records=' XS-Read(Xr-Side)
v01036               ':released=' XS-Released(Xr-Side)
v01036               ':other types=' XS-Other-Type(Xr-Side)
v01036               ':short=' XS-Short(Xr-Side)
v01036               ':unreadable keys=' XS-Bad-Key(Xr-Side)
v01036     end-perform
v01036     .

v01036 Open-a-Feed.
v01036     evaluate true
v01036       when Xr-Side = 1 and XS-Fixed(1)
v01036         OPEN INPUT FEEDA-FIX
v01036         move FEEDA-IO-STATUS to Feed-IO-Status
v01036       when Xr-Side = 1
v01036         OPEN INPUT FEEDA-VAR
v01036         move FEEDA-IO-STATUS to Feed-IO-Status
v01036       when XS-Fixed(2)
v01036         OPEN INPUT FEEDB-FIX
v01036         move FEEDB-IO-STATUS to Feed-IO-Status
v01036       when other
v01036         OPEN INPUT FEEDB-VAR
v01036         move FEEDB-IO-STATUS to Feed-IO-Status
v01036     end-evaluate
v01036     if Feed-IO-Status NOT = '00'
v01036       display 'XRecon:' XS-DD-Feed(Xr-Side) ' OPEN ERROR:'
v01036               Feed-IO-Status
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036*    'fixed mode: the reads size themselves from the feed's
v01036*    'actual LRecl instead of the 32756-byte buffer
v01036     if XS-Fixed(Xr-Side)
v01036       move XS-DD-Feed(Xr-Side) to IN-DDName
v01036       call 'HKSys' using DCB-Info-Special, IN-DDName,
v01036            Dataset-Name
v01036       move
MFMFMF          DN-DCB-LRECL
PCPCPC*         ZEROES
v01036                       to XS-LRecl(Xr-Side)
v01036       if XS-LRecl(Xr-Side) = 0
v01036         move 32756 to XS-LRecl(Xr-Side)
v01036       end-if
v01036       display 'XRecon:' XS-DD-Feed(Xr-Side) ' LRecl='
v01036               XS-LRecl(Xr-Side)
v01036     end-if
v01036     .

v01036 Close-a-Feed.
v01036     evaluate true
v01036       when Xr-Side = 1 and XS-Fixed(1)  close FEEDA-FIX
v01036       when Xr-Side = 1                  close FEEDA-VAR
v01036       when XS-Fixed(2)                  close FEEDB-FIX
v01036       when other                        close FEEDB-VAR
v01036     end-evaluate
v01036     .

v01036 Read-a-Feed-Record.
v01036     evaluate true
v01036       when Xr-Side = 1 and XS-Fixed(1)
v01036         read FEEDA-FIX into FEED-BUFFER
v01036           at end set Feed-At-End to true
v01036         end-read
v01036         move FEEDA-IO-STATUS to Feed-IO-Status
v01036         if not Feed-At-End
v01036           move XS-LRecl(1) to FEED-LEN
v01036         end-if
v01036       when Xr-Side = 1
v01036         read FEEDA-VAR
v01036           at end set Feed-At-End to true
v01036         end-read
v01036         move FEEDA-IO-STATUS to Feed-IO-Status
v01036         if not Feed-At-End
v01036           move FEEDA-LEN to FEED-LEN
v01036           move FEEDA-VAR-REC to FEED-BUFFER(1:FEED-LEN)
v01036         end-if
v01036       when XS-Fixed(2)
v01036         read FEEDB-FIX into FEED-BUFFER
v01036           at end set Feed-At-End to true
v01036         end-read
v01036         move FEEDB-IO-STATUS to Feed-IO-Status
v01036         if not Feed-At-End
v01036           move XS-LRecl(2) to FEED-LEN
v01036         end-if
v01036       when other
v01036         read FEEDB-VAR
v01036           at end set Feed-At-End to true
v01036         end-read
v01036         move FEEDB-IO-STATUS to Feed-IO-Status
v01036         if not Feed-At-End
v01036           move FEEDB-LEN to FEED-LEN
v01036           move FEEDB-VAR-REC to FEED-BUFFER(1:FEED-LEN)
v01036         end-if
v01036     end-evaluate
v01036     if Feed-IO-Status not = '00'
v01036     and Feed-IO-Status not = '10'
v01036       display 'XRecon:' XS-DD-Feed(Xr-Side) ' READ ERROR:'
v01036               Feed-IO-Status
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     if not Feed-At-End
v01036       add 1 to XS-Read(Xr-Side)
v01036     end-if
v01036     .

v01036 Release-a-Record.
v01036     set Record-Is-Usable to true
v01036     evaluate true
v01036       when XS-Types(Xr-Side) > 1
v01036        and FEED-LEN not = XS-Type-Len(Xr-Side)
v01036         add 1 to XS-Other-Type(Xr-Side)
v01036         set Record-Is-Bypassed to true
v01036       when FEED-LEN < XS-Min-Len(Xr-Side)
v01036         add 1 to XS-Short(Xr-Side)
v01036         set Record-Is-Bypassed to true
v01036     end-evaluate
v01036     if Record-Is-Usable
v01036       move spaces to RECON-SORT-RECORD
v01036       move 1 to Xr-P
v01036       perform Extract-a-Field
v01036       if Number-Is-Bad
v01036         perform Write-an-Unreadable-Key
v01036       else
v01036         move Xr-Text to XRS-Key
v01036         perform varying Xr-P from 1 by 1 until Xr-P > RP-Cnt
v01036           move spaces to XRS-Text(Xr-P)
v01036           move 0 to XRS-Amount(Xr-P) XRS-Bad(Xr-P)
v01036           if Xr-P > 1
v01036             perform Extract-a-Value
v01036           end-if
v01036         end-perform
v01036         add 1 to Xr-Seq
v01036         move Xr-Seq  to XRS-Seq
v01036         move Xr-Side to XRS-Side
v01036         release RECON-SORT-RECORD
v01036         add 1 to XS-Released(Xr-Side)
v01036       end-if
v01036     end-if
v01036     .

v01036 Extract-a-Value.
v01036     perform Extract-a-Field
v01036     move Xr-Text to XRS-Text(Xr-P)
v01036     if Number-Is-Bad
v01036       move 1 to XRS-Bad(Xr-P)
v01036       add 1 to XS-Bad-Number(Xr-Side)
v01036     else
v01036       move Xr-Amount to XRS-Amount(Xr-P)
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Extract-a-Field. Pair Xr-P's field on side Xr-Side, from the
      * record in FEED-BUFFER, into Xr-Text (and, as a number, into
      * Xr-Amount): a number as its signed 18 digits, so equal
      * values of different usages compare equal; text as it is.
      *--------------------------------------------------------------
v01036 Extract-a-Field.
v01036     move spaces to Xr-Text
v01036     move 0 to Xr-Amount
v01036     set Number-Is-Valid to true
v01036     move RP-Pos(Xr-P, Xr-Side)  to gn-Pos
v01036     move RP-Len(Xr-P, Xr-Side)  to gn-Len
v01036     move RP-Type(Xr-P, Xr-Side) to gn-Type
v01036     if RP-Compare-Numeric(Xr-P)
v01036       perform Decode-a-Number
v01036       if Number-Is-Valid
v01036         move gn-Value    to Xr-Amount
v01036         move gn-Value    to Xr-Num
v01036         move Xr-Num-Text to Xr-Text
v01036       else
v01036         move '*NOT NUMERIC*' to Xr-Text
v01036       end-if
v01036     else
v01036       move FEED-BUFFER(gn-Pos:gn-Len) to Xr-Text
v01036     end-if
v01036     .

      *--------------------------------------------------------------
      * Decode-a-Number. The field at gn-Pos for gn-Len bytes, of
      * PRET type gn-Type, to a signed value in gn-Value (the
      * decodes MIG2SRC uses for ENGINE's targets, on the source
      * usages). Number-Is-Bad when the bytes are not a number.
      *--------------------------------------------------------------
v01036 Decode-a-Number.
v01036     move 0   to gn-Value
v01036     move '+' to gn-Sign
v01036     set Number-Is-Valid to true
v01036     evaluate gn-Type
v01036       when 1 perform Decode-Character-Digits
v01036       when 2 perform Decode-Zoned
v01036       when 3
v01036       when 4 perform Decode-Packed
v01036       when 6
v01036       when 7 perform Decode-Binary
v01036       when other set Number-Is-Bad to true
v01036     end-evaluate
v01036     if Number-Is-Valid and gn-Sign = '-'
v01036       compute gn-Value = 0 - gn-Value
v01036     end-if
v01036     .

v01036 Decode-Zoned.
v01036     compute gn-Last = gn-Len - 1
v01036     perform varying gn-N from 0 by 1
v01036       until gn-N >= gn-Len or Number-Is-Bad
v01036       move FEED-BUFFER(gn-Pos + gn-N:1) to VF-Byte
v01036       evaluate true
v01036         when VF-Byte >= '0' and VF-Byte <= '9'
MFMFMF           compute gn-Digit = VF-Byte-Num - 240
PCPCPC*          compute gn-Digit = VF-Byte-Num - 48
v01036*        'the last byte may carry the sign as an overpunch
MFMFMF         when gn-N = gn-Last
MFMFMF          and VF-Byte-Num >= 192 and VF-Byte-Num <= 201
MFMFMF           compute gn-Digit = VF-Byte-Num - 192
MFMFMF         when gn-N = gn-Last
MFMFMF          and VF-Byte-Num >= 208 and VF-Byte-Num <= 217
MFMFMF           compute gn-Digit = VF-Byte-Num - 208
MFMFMF           move '-' to gn-Sign
PCPCPC*        when gn-N = gn-Last
PCPCPC*         and VF-Byte-Num >= 112 and VF-Byte-Num <= 121
PCPCPC*          compute gn-Digit = VF-Byte-Num - 112
PCPCPC*          move '-' to gn-Sign
v01036         when other
v01036           set Number-Is-Bad to true
v01036       end-evaluate
v01036       if Number-Is-Valid
v01036         compute gn-Value = (gn-Value * 10) + gn-Digit
v01036       end-if
v01036     end-perform
v01036     .

v01036*    'PD ends in a sign nibble; PD-NEC is digits throughout
v01036 Decode-Packed.
v01036     compute gn-Last = gn-Len - 1
v01036     perform varying gn-N from 0 by 1
v01036       until gn-N >= gn-Len or Number-Is-Bad
v01036       move FEED-BUFFER(gn-Pos + gn-N:1) to VF-Byte
v01036       move VF-Byte-Num to gn-Byte-Val
v01036       divide gn-Byte-Val by 16 giving gn-Hi
v01036                           remainder gn-Lo
v01036       evaluate true
v01036         when gn-Hi > 9
v01036           set Number-Is-Bad to true
v01036         when gn-N = gn-Last and gn-Type = 3
v01036           compute gn-Value = (gn-Value * 10) + gn-Hi
v01036           evaluate gn-Lo
v01036             when 13
v01036             when 11
v01036               move '-' to gn-Sign
v01036             when 10
v01036             when 12
v01036             when 14
v01036             when 15
v01036               continue
v01036             when other
v01036               set Number-Is-Bad to true
v01036           end-evaluate
v01036         when gn-Lo > 9
v01036           set Number-Is-Bad to true
v01036         when other
v01036           compute gn-Value = (gn-Value * 100)
v01036                            + (gn-Hi * 10) + gn-Lo
v01036       end-evaluate
v01036     end-perform
v01036     .

v01036 Decode-Binary.
v01036     if gn-Type = 7
v01036*      'signed binary: the rightmost bytes of a signed
v01036*      'doubleword, sign-extended from the top bit
v01036       move FEED-BUFFER(gn-Pos:1) to VF-Byte
v01036       if VF-Byte-Num > 127
v01036         move high-values to Xr-BIS-x
v01036       else
v01036         move low-values  to Xr-BIS-x
v01036       end-if
v01036       move FEED-BUFFER(gn-Pos:gn-Len)
v01036         to Xr-BIS-x(8 - gn-Len + 1:gn-Len)
v01036       move Xr-BIS to gn-Value
v01036       if gn-Value < 0
v01036         move '-' to gn-Sign
v01036         compute gn-Value = 0 - gn-Value
v01036       end-if
v01036     else
v01036       move low-values to VF-Bin-Bytes
v01036       move FEED-BUFFER(gn-Pos:gn-Len)
v01036         to VF-Bin-Bytes(8 - gn-Len + 1:gn-Len)
v01036       move VF-Bin-Num to gn-Value
v01036     end-if
v01036     .

v01036*    'a character field read as a number: digits, with an
v01036*    'optional leading sign, between leading and trailing
v01036*    'spaces; gn-State 0 before the number, 1 in it, 2 after
v01036 Decode-Character-Digits.
v01036     move 0 to gn-State gn-Digits
v01036     perform varying gn-N from 0 by 1
v01036       until gn-N >= gn-Len or Number-Is-Bad
v01036       move FEED-BUFFER(gn-Pos + gn-N:1) to VF-Byte
v01036       evaluate true
v01036         when VF-Byte = space and gn-State = 0
v01036           continue
v01036         when VF-Byte = space
v01036           move 2 to gn-State
v01036         when gn-State = 2
v01036           set Number-Is-Bad to true
v01036         when gn-State = 0 and (VF-Byte = '-' or VF-Byte = '+')
v01036           move VF-Byte to gn-Sign
v01036           move 1 to gn-State
v01036         when VF-Byte >= '0' and VF-Byte <= '9'
v01036           move 1 to gn-State
v01036           add 1 to gn-Digits
MFMFMF           compute gn-Digit = VF-Byte-Num - 240
PCPCPC*          compute gn-Digit = VF-Byte-Num - 48
v01036           if gn-Digits > 18
v01036             set Number-Is-Bad to true
v01036           else
v01036             compute gn-Value = (gn-Value * 10) + gn-Digit
v01036           end-if
v01036         when other
v01036           set Number-Is-Bad to true
v01036       end-evaluate
v01036     end-perform
v01036     if gn-Digits = 0
v01036       set Number-Is-Bad to true
v01036     end-if
v01036     .

v01036 Write-an-Unreadable-Key.
v01036     add 1 to XS-Bad-Key(Xr-Side)
v01036     move 'UNREADABLE KEY'    to RDL-Verdict
v01036     move '*NOT NUMERIC*'     to RDL-Key
v01036     move RP-Name(1, Xr-Side) to RDL-Field
v01036     move spaces to RDL-A RDL-B RDL-Diff-Tag RDL-Diff
v01036     move XS-Read(Xr-Side)    to Xr-Edit-Cnt
v01036     if Xr-Side = 1
v01036       move 'RECORD' to RDL-A
v01036       move Xr-Edit-Cnt to RDL-A(8:9)
v01036     else
v01036       move 'RECORD' to RDL-B
v01036       move Xr-Edit-Cnt to RDL-B(8:9)
v01036     end-if
v01036     perform Write-a-Detail-Line
v01036     .

      *--------------------------------------------------------------
      * Reconcile-the-Keys. The sorted records a key at a time: the
      * sides' records are counted, the first record's values kept
      * and the amounts summed, then the key is judged.
      *--------------------------------------------------------------
v01036 Reconcile-the-Keys.
v01036     set Sort-Not-At-End to true
v01036     perform Return-a-Sort-Record
v01036     perform until Sort-At-End
v01036       perform Start-a-Key-Group
v01036       perform until Sort-At-End or XRS-Key not = Grp-Key
v01036         perform Add-to-the-Key-Group
v01036         perform Return-a-Sort-Record
v01036       end-perform
v01036       perform Judge-a-Key-Group
v01036     end-perform
v01036     .

v01036 Return-a-Sort-Record.
v01036     return RECON-SORT
v01036       at end set Sort-At-End to true
v01036     end-return
v01036     .

v01036 Start-a-Key-Group.
v01036     move XRS-Key to Grp-Key
v01036     move 0 to Grp-Cnt(1) Grp-Cnt(2)
v01036     perform varying Xr-P from 1 by 1 until Xr-P > RP-Cnt
v01036       perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036         move spaces to Grp-Text(Xr-P, Xr-Side)
v01036         move 0 to Grp-Sum(Xr-P, Xr-Side) Grp-Bad(Xr-P, Xr-Side)
v01036       end-perform
v01036     end-perform
v01036     .

v01036 Add-to-the-Key-Group.
v01036     move XRS-Side to Xr-Side
v01036     add 1 to Grp-Cnt(Xr-Side)
v01036     perform varying Xr-P from 2 by 1 until Xr-P > RP-Cnt
v01036       if Grp-Cnt(Xr-Side) = 1
v01036         move XRS-Text(Xr-P) to Grp-Text(Xr-P, Xr-Side)
v01036       end-if
v01036       if XRS-Bad(Xr-P) = 1
v01036         move 1 to Grp-Bad(Xr-P, Xr-Side)
v01036       end-if
v01036       add XRS-Amount(Xr-P) to Grp-Sum(Xr-P, Xr-Side)
v01036       if RP-Is-Amount(Xr-P)
v01036         add XRS-Amount(Xr-P) to RP-Sum(Xr-P, Xr-Side)
v01036       end-if
v01036     end-perform
v01036     .

v01036 Judge-a-Key-Group.
v01036     perform Show-the-Key
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       if Grp-Cnt(Xr-Side) > 0
v01036         add 1 to XS-Keys(Xr-Side)
v01036       end-if
v01036     end-perform
v01036     if Grp-Cnt(1) > 1 or Grp-Cnt(2) > 1
v01036       perform Write-a-Duplicate-Line
v01036     end-if
v01036     evaluate true
v01036       when Grp-Cnt(1) = 0
v01036         add 1 to Xr-Missing-A
v01036         move 'MISSING IN A' to RDL-Verdict
v01036         perform Write-a-Missing-Line
v01036       when Grp-Cnt(2) = 0
v01036         add 1 to Xr-Missing-B
v01036         move 'MISSING IN B' to RDL-Verdict
v01036         perform Write-a-Missing-Line
v01036       when other
v01036         add 1 to Xr-Matched
v01036         perform varying Xr-P from 2 by 1 until Xr-P > RP-Cnt
v01036           if RP-Is-Amount(Xr-P)
v01036             perform Judge-an-Amount
v01036           else
v01036             perform Judge-a-Value
v01036           end-if
v01036         end-perform
v01036     end-evaluate
v01036     .

v01036*    'a numeric key shown as its edited value
v01036 Show-the-Key.
v01036     if RP-Compare-Numeric(1)
v01036       move Grp-Key(1:19) to Xr-Num-Text
v01036       move Xr-Num        to Xr-Edit-Amt
v01036       move Xr-Edit-Amt   to Xr-Show-Key
v01036     else
v01036       move Grp-Key       to Xr-Show-Key
v01036     end-if
v01036     .

v01036 Judge-a-Value.
v01036     if Grp-Text(Xr-P, 1) not = Grp-Text(Xr-P, 2)
v01036     or Grp-Bad(Xr-P, 1) = 1 or Grp-Bad(Xr-P, 2) = 1
v01036       add 1 to Xr-Value-Breaks
v01036       add 1 to RP-Breaks(Xr-P)
v01036       move 'VALUE BREAK'  to RDL-Verdict
v01036       move Xr-Show-Key    to RDL-Key
v01036       move RP-Name(Xr-P, 1) to RDL-Field
v01036       move 1 to Xr-Side
v01036       perform Show-a-Value
v01036       move Xr-Show to RDL-A
v01036       move 2 to Xr-Side
v01036       perform Show-a-Value
v01036       move Xr-Show to RDL-B
v01036       move spaces to RDL-Diff-Tag RDL-Diff
v01036       perform Write-a-Detail-Line
v01036     end-if
v01036     .

v01036 Judge-an-Amount.
v01036     compute Xr-Diff = Grp-Sum(Xr-P, 1) - Grp-Sum(Xr-P, 2)
v01036     if Grp-Bad(Xr-P, 1) = 1 or Grp-Bad(Xr-P, 2) = 1
v01036     or Xr-Diff >  RP-Tolerance(Xr-P)
v01036     or Xr-Diff < (0 - RP-Tolerance(Xr-P))
v01036       add 1 to Xr-Amount-Breaks
v01036       add 1 to RP-Breaks(Xr-P)
v01036       move 'AMOUNT BREAK' to RDL-Verdict
v01036       move Xr-Show-Key    to RDL-Key
v01036       move RP-Name(Xr-P, 1) to RDL-Field
v01036       move 1 to Xr-Side
v01036       perform Show-an-Amount
v01036       move Xr-Show to RDL-A
v01036       move 2 to Xr-Side
v01036       perform Show-an-Amount
v01036       move Xr-Show to RDL-B
v01036       move ' DIFF=' to RDL-Diff-Tag
v01036       move Xr-Diff  to Xr-Edit-Amt
v01036       move Xr-Edit-Amt to RDL-Diff
v01036       perform Write-a-Detail-Line
v01036     end-if
v01036     .

v01036*    'side Xr-Side's value of pair Xr-P, for the report
v01036 Show-a-Value.
v01036     evaluate true
v01036       when Grp-Bad(Xr-P, Xr-Side) = 1
v01036         move '*NOT NUMERIC*' to Xr-Show
v01036       when RP-Compare-Numeric(Xr-P)
v01036         move Grp-Text(Xr-P, Xr-Side)(1:19) to Xr-Num-Text
v01036         move Xr-Num      to Xr-Edit-Amt
v01036         move Xr-Edit-Amt to Xr-Show
v01036       when other
v01036         move Grp-Text(Xr-P, Xr-Side) to Xr-Show
v01036     end-evaluate
v01036     .

v01036 Show-an-Amount.
v01036     if Grp-Bad(Xr-P, Xr-Side) = 1
v01036       move '*NOT NUMERIC*' to Xr-Show
v01036     else
v01036       move Grp-Sum(Xr-P, Xr-Side) to Xr-Edit-Amt
v01036       move Xr-Edit-Amt to Xr-Show
v01036     end-if
v01036     .

v01036 Write-a-Missing-Line.
v01036     move Xr-Show-Key to RDL-Key
v01036     move spaces to RDL-Field RDL-A RDL-B RDL-Diff-Tag RDL-Diff
v01036     if Grp-Cnt(1) = 0
v01036       move RP-Name(1, 2) to RDL-Field
v01036       move '*NONE*' to RDL-A
v01036       move 'RECORDS' to RDL-B
v01036       move Grp-Cnt(2) to Xr-Edit-Cnt
v01036       move Xr-Edit-Cnt to RDL-B(9:9)
v01036     else
v01036       move RP-Name(1, 1) to RDL-Field
v01036       move 'RECORDS' to RDL-A
v01036       move Grp-Cnt(1) to Xr-Edit-Cnt
v01036       move Xr-Edit-Cnt to RDL-A(9:9)
v01036       move '*NONE*' to RDL-B
v01036     end-if
v01036     perform Write-a-Detail-Line
v01036     .

v01036 Write-a-Duplicate-Line.
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       if Grp-Cnt(Xr-Side) > 1
v01036         add 1 to XS-Dup-Keys(Xr-Side)
v01036       end-if
v01036     end-perform
v01036     move 'DUPLICATE KEY' to RDL-Verdict
v01036     move Xr-Show-Key     to RDL-Key
v01036     move RP-Name(1, 1)   to RDL-Field
v01036     move spaces to RDL-A RDL-B RDL-Diff-Tag RDL-Diff
v01036     move 'RECORDS' to RDL-A RDL-B
v01036     move Grp-Cnt(1) to Xr-Edit-Cnt
v01036     move Xr-Edit-Cnt to RDL-A(9:9)
v01036     move Grp-Cnt(2) to Xr-Edit-Cnt
v01036     move Xr-Edit-Cnt to RDL-B(9:9)
v01036     perform Write-a-Detail-Line
v01036     .

v01036 Write-a-Detail-Line.
v01036     move Recon-Detail-Line to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     .

v01036 Write-the-Totals.
v01036     move spaces to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     perform varying Xr-Side from 1 by 1 until Xr-Side > 2
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' RECORDS READ'
v01036         delimited by size into RTL-Label
v01036       move XS-Read(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' OTHER RECORD TYPES'
v01036         delimited by size into RTL-Label
v01036       move XS-Other-Type(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' SHORT RECORDS'
v01036         delimited by size into RTL-Label
v01036       move XS-Short(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' UNREADABLE KEYS'
v01036         delimited by size into RTL-Label
v01036       move XS-Bad-Key(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' NOT NUMERIC VALUES'
v01036         delimited by size into RTL-Label
v01036       move XS-Bad-Number(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' KEYS'
v01036         delimited by size into RTL-Label
v01036       move XS-Keys(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       move spaces to RTL-Label
v01036       string 'FEED' XS-Letter(Xr-Side) ' DUPLICATE KEYS'
v01036         delimited by size into RTL-Label
v01036       move XS-Dup-Keys(Xr-Side) to Xr-Long
v01036       perform Write-a-Total-Line
v01036     end-perform
v01036     move 'KEYS MATCHED'        to RTL-Label
v01036     move Xr-Matched            to Xr-Long
v01036     perform Write-a-Total-Line
v01036     move 'KEYS MISSING IN A'   to RTL-Label
v01036     move Xr-Missing-A          to Xr-Long
v01036     perform Write-a-Total-Line
v01036     move 'KEYS MISSING IN B'   to RTL-Label
v01036     move Xr-Missing-B          to Xr-Long
v01036     perform Write-a-Total-Line
v01036     move 'VALUE BREAKS'        to RTL-Label
v01036     move Xr-Value-Breaks       to Xr-Long
v01036     perform Write-a-Total-Line
v01036     move 'AMOUNT BREAKS'       to RTL-Label
v01036     move Xr-Amount-Breaks      to Xr-Long
v01036     perform Write-a-Total-Line
v01036     perform varying Xr-P from 2 by 1 until Xr-P > RP-Cnt
v01036       move spaces to RTL-Label
v01036       string 'BREAKS ' RP-Card-No(Xr-P) ' '
v01036              RP-Name(Xr-P, 1)
v01036         delimited by size into RTL-Label
v01036       move RP-Breaks(Xr-P) to Xr-Long
v01036       perform Write-a-Total-Line
v01036       if RP-Is-Amount(Xr-P)
v01036         move spaces to RTL-Label
v01036         string 'AMOUNT A ' RP-Card-No(Xr-P) ' '
v01036                RP-Name(Xr-P, 1)
v01036           delimited by size into RTL-Label
v01036         move RP-Sum(Xr-P, 1) to Xr-Long
v01036         perform Write-a-Total-Line
v01036         move spaces to RTL-Label
v01036         string 'AMOUNT B ' RP-Card-No(Xr-P) ' '
v01036                RP-Name(Xr-P, 2)
v01036           delimited by size into RTL-Label
v01036         move RP-Sum(Xr-P, 2) to Xr-Long
v01036         perform Write-a-Total-Line
v01036       end-if
v01036     end-perform
v01036     display 'XRecon:Matched=' Xr-Matched
v01036        ' Missing in A=' Xr-Missing-A
v01036        ' Missing in B=' Xr-Missing-B
v01036        ' Value breaks=' Xr-Value-Breaks
v01036        ' Amount breaks=' Xr-Amount-Breaks
v01036     .

v01036 Write-a-Total-Line.
v01036     move Xr-Long to RTL-Value
v01036     move Recon-Total-Line to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     write LOG-RECORD from Recon-Total-Line
v01036     .

      *--------------------------------------------------------------
      * Write-the-Control-Totals. The reconciliation's counts under
      * XRECON labels, and per VALUE/AMOUNT card (by its number) its
      * breaks and, for an AMOUNT, each side's total and their
      * difference in CTOT-VALUE-LONG, as ENGINE writes the control
      * trailer's amounts.
      *--------------------------------------------------------------
v01036 Write-the-Control-Totals.
v01036     OPEN OUTPUT CTLTOT-FILE
v01036     if CTLTOT-IO-STATUS NOT = '00'
v01036       display 'XRecon:CTLTOT OPEN ERROR:' CTLTOT-IO-STATUS
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     move 'XRECON RECORDS A'     to Xr-Label
v01036     move XS-Read(1)             to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON RECORDS B'     to Xr-Label
v01036     move XS-Read(2)             to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON BYPASSED A'    to Xr-Label
v01036     compute Xr-Long = XS-Other-Type(1) + XS-Short(1)
v01036     perform Write-a-Count-Total
v01036     move 'XRECON BYPASSED B'    to Xr-Label
v01036     compute Xr-Long = XS-Other-Type(2) + XS-Short(2)
v01036     perform Write-a-Count-Total
v01036     move 'XRECON BAD KEYS A'    to Xr-Label
v01036     move XS-Bad-Key(1)          to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON BAD KEYS B'    to Xr-Label
v01036     move XS-Bad-Key(2)          to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON KEYS A'        to Xr-Label
v01036     move XS-Keys(1)             to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON KEYS B'        to Xr-Label
v01036     move XS-Keys(2)             to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON DUP KEYS A'    to Xr-Label
v01036     move XS-Dup-Keys(1)         to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON DUP KEYS B'    to Xr-Label
v01036     move XS-Dup-Keys(2)         to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON MATCHED'       to Xr-Label
v01036     move Xr-Matched             to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON MISSING IN A'  to Xr-Label
v01036     move Xr-Missing-A           to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON MISSING IN B'  to Xr-Label
v01036     move Xr-Missing-B           to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON VALUE BREAKS'  to Xr-Label
v01036     move Xr-Value-Breaks        to Xr-Long
v01036     perform Write-a-Count-Total
v01036     move 'XRECON AMOUNT BREAKS' to Xr-Label
v01036     move Xr-Amount-Breaks       to Xr-Long
v01036     perform Write-a-Count-Total
v01036     perform varying Xr-P from 2 by 1 until Xr-P > RP-Cnt
v01036       move spaces to Xr-Label
v01036       string 'XRECON BREAKS ' RP-Card-No(Xr-P)
v01036         delimited by size into Xr-Label
v01036       move RP-Breaks(Xr-P) to Xr-Long
v01036       perform Write-a-Count-Total
v01036       if RP-Is-Amount(Xr-P)
v01036         move spaces to Xr-Label
v01036         string 'XRECON AMOUNT A ' RP-Card-No(Xr-P)
v01036           delimited by size into Xr-Label
v01036         move RP-Sum(Xr-P, 1) to Xr-Long
v01036         perform Write-an-Amount-Total
v01036         move spaces to Xr-Label
v01036         string 'XRECON AMOUNT B ' RP-Card-No(Xr-P)
v01036           delimited by size into Xr-Label
v01036         move RP-Sum(Xr-P, 2) to Xr-Long
v01036         perform Write-an-Amount-Total
v01036         move spaces to Xr-Label
v01036         string 'XRECON AMT DIFF ' RP-Card-No(Xr-P)
v01036           delimited by size into Xr-Label
v01036         compute Xr-Long = RP-Sum(Xr-P, 1) - RP-Sum(Xr-P, 2)
v01036         perform Write-an-Amount-Total
v01036       end-if
v01036     end-perform
v01036     close CTLTOT-FILE
v01036     .

v01036 Write-a-Count-Total.
v01036     move spaces   to CTLTOT-RECORD
v01036     move Xr-Label to CTOT-Label
v01036     move Xr-Long  to CTOT-Value
v01036     perform Write-a-Control-Total
v01036     .

v01036 Write-an-Amount-Total.
v01036     move spaces   to CTLTOT-RECORD
v01036     move Xr-Label to CTOT-Label
v01036     move Xr-Long  to CTOT-Value
v01036     move Xr-Long  to CTOT-VALUE-LONG
v01036     perform Write-a-Control-Total
v01036     .

v01036 Write-a-Control-Total.
v01036     write CTLTOT-RECORD
v01036     if CTLTOT-IO-STATUS not = '00'
v01036       display 'XRecon:CTLTOT WRITE ERROR:' CTLTOT-IO-STATUS
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     .

v01036 Write-the-Verdict.
v01036     move spaces to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     move Xr-Verdict to RVL-Verdict
v01036     move Xr-Breaks  to RVL-Breaks
v01036     move Recon-Verdict-Line to RECRPT-RECORD
v01036     perform Write-a-Report-Record
v01036     write LOG-RECORD from Recon-Verdict-Line
v01036     display 'XRecon:Verdict ' Xr-Verdict
v01036     .

v01036 Write-a-Report-Record.
v01036     write RECRPT-RECORD
v01036     if RECRPT-IO-STATUS not = '00'
v01036       display 'XRecon:RECRPT WRITE ERROR:' RECRPT-IO-STATUS
v01036       move 12 to return-code
v01036       stop run
v01036     end-if
v01036     .

      *--------------------------------------------------------------
       copy LoadOpt.
      *--------------------------------------------------------------
       copy HKSys.
       copy ExecForm.
       copy SumDLL.
       copy LoadDLL.
       copy Len.
       copy DateC.
       copy SetError.
      *--------------------------------------------------------------
       END PROGRAM XRECON.
