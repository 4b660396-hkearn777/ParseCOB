       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            RELGATE.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01030* 2026/10/15 HK   v1.0.0  Base line - one load-release verdict
v01030*                         (RELEASE/HOLD) from the control
v01030*                         outputs of a run, judged against the
v01030*                         feed's own tolerance deck.
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE, run after ENGINE (and
      *  SLICECHK and MIGVERIF, where the feed uses them) and before
      *  the DB2 load. It reads the run's control outputs, applies
      *  the feed's tolerance deck (GATECTL) to them and writes a
      *  one-page RELEASE/HOLD report naming every rule that failed;
      *  the return code is what the scheduler acts on.
      *  What is read:
      *   - the run totals: MRGTOT (SLICECHK's merged CTLTOT) when a
      *     sliced run supplies one, otherwise CTLTOT;
      *   - PRIORTOT, a prior run's saved CTLTOT (optional - without
      *     it a percent-swing rule is reported as not checked, the
      *     first-run convention DARTREND uses);
      *   - ENGLOG, ENGINE's LOG: the run must have reached its File
      *     Totals (an ENGINE run that stopped early never writes
      *     them) and any CONTROL BALANCE line fails the trailer
      *     rule - except a slice's deferral to SLICECHK when the
      *     merged totals are the ones being judged;
      *   - VERRPT, MIGVERIF's report: the FIELD ... MISMATCHES=
      *     lines after MIGVERIF SUMMARY are summed;
      *   - DUPRPT and ORPHRPT: their DUPLICATE KEY= and ORPHAN
      *     PARENT KEY= lines are counted; the larger of that count
      *     and the CTLTOT label is judged.
      *  The tolerance deck - 80-byte cards, '*' in column 1 for a
      *  comment; rule keyword in columns 1-12, operand in columns
      *  14-33, limit in columns 35-43 (digits, right or left
      *  justified):
      *   FEED         name          - report title
      *   MAXDISC      nnn or ALL    limit  - discards of reason nnn
      *                                       (DISCnnn- label) or in
      *                                       total (DISCARDS)
      *   MAXDUPS                    limit  - duplicate keys
      *   MAXORPHANS                 limit  - orphan details
      *   SWINGPCT                   limit  - percent INPUT RECORDS
      *                                       may move from PRIORTOT
      *   MAXMISMATCH                limit  - MIGVERIF mismatches
      *                                       (0 = none allowed)
      *   TRAILERBAL   YES                  - control trailer must be
      *                                       declared and balance
      *   MAXLABEL     ctltot label  limit  - any other CTLTOT label
      *  A deck card this program does not know fails as UNKNOWN RULE
      *  - a mistyped tolerance must not pass unnoticed.
      *  Return codes: 0 RELEASE; 8 HOLD (one or more rules failed);
      *  12 the deck or the run totals could not be read (HOLD).
      * INPUTS:
      *  GATECTL  - The feed's tolerance deck.
      *  CTLTOT   - The run's control totals.
      *  MRGTOT   - SLICECHK's merged control totals. Optional.
      *  PRIORTOT - A prior run's saved CTLTOT. Optional.
      *  ENGLOG   - ENGINE's LOG of the run.
      *  VERRPT   - MIGVERIF's report of the run. Optional.
      *  DUPRPT   - ENGINE's duplicate key report. Optional.
      *  ORPHRPT  - ENGINE's orphan detail report. Optional.
      * OUTPUTS:
      *  GATERPT  - The one-page RELEASE/HOLD report.
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
v01030     SELECT GATE-DECK
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to GATECTL STATUS GATECTL-IO-STATUS.
v01030     SELECT RUN-TOTALS
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to CTLTOT STATUS CTLTOT-IO-STATUS.
v01030     SELECT MERGED-TOTALS
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to MRGTOT STATUS MRGTOT-IO-STATUS.
v01030     SELECT PRIOR-TOTALS
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to PRIORTOT STATUS PRIORTOT-IO-STATUS.
v01030     SELECT ENGINE-LOG
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to ENGLOG STATUS ENGLOG-IO-STATUS.
v01030     SELECT VERIFY-REPORT
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to VERRPT STATUS VERRPT-IO-STATUS.
v01030     SELECT DUP-REPORT
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to DUPRPT STATUS DUPRPT-IO-STATUS.
v01030     SELECT ORPHAN-REPORT
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to ORPHRPT STATUS ORPHRPT-IO-STATUS.
v01030     SELECT GATE-REPORT
PCPCPC*        SEQUENTIAL
v01030         ASSIGN to GATERPT STATUS GATERPT-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Gate-Report
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
v01030 FD  GATE-DECK
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  GATE-CARD.
v01030     03 GC-Rule              PIC X(12).
v01030     03 FILLER               PIC X(01).
v01030     03 GC-Operand           PIC X(20).
v01030     03 FILLER               PIC X(01).
v01030     03 GC-Limit             PIC X(09).
v01030     03 FILLER               PIC X(37).

v01030 FD  RUN-TOTALS
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030     copy LnkCtot.

v01030 FD  MERGED-TOTALS
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 copy LnkCtot
v01030     replacing ==CTLTOT-RECORD== by ==MERGED-RECORD==
v01030               ==CTOT-LABEL==    by ==MERGED-LABEL==
v01030               ==CTOT-VALUE==    by ==MERGED-VALUE==
v01030               ==CTOT-VALUE-LONG== by ==MERGED-VALUE-LONG==.

v01030 FD  PRIOR-TOTALS
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 copy LnkCtot
v01030     replacing ==CTLTOT-RECORD== by ==PRIOR-RECORD==
v01030               ==CTOT-LABEL==    by ==PRIOR-LABEL==
v01030               ==CTOT-VALUE==    by ==PRIOR-VALUE==
v01030               ==CTOT-VALUE-LONG== by ==PRIOR-VALUE-LONG==.

v01030 FD  ENGINE-LOG
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  ENGLOG-RECORD                PIC X(170).

v01030 FD  VERIFY-REPORT
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  VERRPT-RECORD.
v01030     03 VR-Tag               PIC X(06).
v01030     03 FILLER               PIC X(30).
v01030     03 VR-Count-Tag         PIC X(12).
v01030     03 VR-Count             PIC Z(8)9.
v01030     03 FILLER               PIC X(113).

v01030 FD  DUP-REPORT
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  DUPRPT-RECORD                PIC X(170).

v01030 FD  ORPHAN-REPORT
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  ORPHRPT-RECORD               PIC X(170).

v01030 FD  GATE-REPORT
v01030     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01030     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01030     .
v01030 01  GATERPT-RECORD               PIC X(170).

       WORKING-STORAGE SECTION.
v01030 01  PROGRAM-COPYRIGHT.
v01030     03 FILLER PIC X(42) VALUE
v01030               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01030     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01030 77  Version              pic x(8)      value '1.0.0 '.

v01030*    'the run totals, from MRGTOT or CTLTOT, in file order
v01030 01  WS-RUN-TOTALS.
v01030     05  TT-Max               pic 9(4) comp value 256.
v01030     05  TT-Cnt               pic 9(4) comp value 0.
v01030     05  TT-Ptr               pic 9(4) comp value 0.
v01030     05  TT-Entry            occurs 256 times.
v01030         10  TT-Label             pic x(20).
v01030         10  TT-Value             pic S9(18) comp.

v01030*    'the tolerance deck's rules, in deck order, with what the
v01030*    'run showed against each
v01030 01  WS-GATE-RULES.
v01030     05  GR-Max               pic 9(4) comp value 48.
v01030     05  GR-Cnt               pic 9(4) comp value 0.
v01030     05  GR-Ptr               pic 9(4) comp value 0.
v01030     05  GR-Entry            occurs 48 times.
v01030         10  GR-Rule              pic x(12).
v01030         10  GR-Operand           pic x(20).
v01030         10  GR-Limit             pic 9(9) comp.
v01030         10  GR-Actual            pic S9(18) comp.
v01030         10  GR-Result-sw         pic 9(1) comp.
v01030             88  GR-Passed                value 0.
v01030             88  GR-Failed                value 1.
v01030             88  GR-Not-Checked           value 2.
v01030         10  GR-Note              pic x(50).

v01030 01  WS-SWITCHES.
v01030     03 Totals-Source          PIC X(6)  VALUE SPACES.
v01030     03 Prior-sw               PIC 9(1) COMP VALUE 0.
v01030        88 Prior-Available             VALUE 1.
v01030     03 Log-sw                 PIC 9(1) COMP VALUE 0.
v01030        88 Log-Available               VALUE 1.
v01030     03 Log-Totals-sw          PIC 9(1) COMP VALUE 0.
v01030        88 Log-Reached-Totals          VALUE 1.
v01030     03 Verify-sw              PIC 9(1) COMP VALUE 0.
v01030        88 Verify-Available            VALUE 1.
v01030     03 Verify-Summary-sw      PIC 9(1) COMP VALUE 0.
v01030        88 Verify-Summary-Seen         VALUE 1.
v01030     03 Dup-sw                 PIC 9(1) COMP VALUE 0.
v01030        88 Dup-Report-Available        VALUE 1.
v01030     03 Orph-sw                PIC 9(1) COMP VALUE 0.
v01030        88 Orph-Report-Available       VALUE 1.
v01030     03 Verdict-sw             PIC 9(1) COMP VALUE 0.
v01030        88 Verdict-Release             VALUE 0.
v01030        88 Verdict-Hold                VALUE 1.

v01030 01  WS-COUNTERS.
v01030     03 WS-Feed-Name           PIC X(20) VALUE SPACES.
v01030     03 WS-Prior-Input         PIC S9(18) COMP VALUE ZEROES.
v01030     03 WS-Balance-Lines       PIC 9(9) COMP VALUE ZEROES.
v01030     03 WS-Mismatches          PIC 9(9) COMP VALUE ZEROES.
v01030     03 WS-Dup-Lines           PIC 9(9) COMP VALUE ZEROES.
v01030     03 WS-Orph-Lines          PIC 9(9) COMP VALUE ZEROES.
v01030     03 WS-Rules-Failed        PIC 9(4) COMP VALUE ZEROES.
v01030     03 WS-Rules-Skipped       PIC 9(4) COMP VALUE ZEROES.
v01030     03 WS-Value               PIC S9(18) COMP VALUE ZEROES.
v01030     03 WS-Value-2             PIC S9(18) COMP VALUE ZEROES.
v01030     03 WS-Found-sw            PIC 9(1) COMP VALUE 0.
v01030        88 WS-Label-Found              VALUE 1.
v01030     03 WS-Label               PIC X(20) VALUE SPACES.
v01030     03 WS-Pct                 PIC 9(9) COMP VALUE ZEROES.
v01030     03 WS-N                   PIC 9(4) COMP VALUE ZEROES.
v01030     03 WS-Limit-x             PIC X(09) VALUE SPACES.
v01030     03 WS-Limit-n redefines WS-Limit-x PIC 9(09).
v01030     03 WS-Limit-in            PIC X(09) VALUE SPACES.
v01030     03 WS-Today               PIC 9(08) VALUE ZEROES.

v01030 01  GATECTL-IO-STATUS         PIC X(2)  VALUE '00'.
v01030 01  CTLTOT-IO-STATUS          PIC X(2)  VALUE '00'.
v01030 01  MRGTOT-IO-STATUS          PIC X(2)  VALUE '00'.
v01030 01  PRIORTOT-IO-STATUS        PIC X(2)  VALUE '00'.
v01030 01  ENGLOG-IO-STATUS          PIC X(2)  VALUE '00'.
v01030 01  VERRPT-IO-STATUS          PIC X(2)  VALUE '00'.
v01030 01  DUPRPT-IO-STATUS          PIC X(2)  VALUE '00'.
v01030 01  ORPHRPT-IO-STATUS         PIC X(2)  VALUE '00'.
v01030 01  GATERPT-IO-STATUS         PIC X(2)  VALUE '00'.

v01030 01  Gate-Title-Line.
v01030     03 filler          pic x(36) value
v01030        'RELGATE LOAD-RELEASE VERDICT  FEED: '.
v01030     03 GTL-Feed        pic x(20) value spaces.
v01030     03 filler          pic x(7)  value '  DATE:'.
v01030     03 GTL-Date        pic 9999/99/99.
v01030     03 filler          pic x(10) value '  TOTALS:'.
v01030     03 GTL-Source      pic x(6)  value spaces.

v01030 01  Gate-Heading-Line.
v01030     03 filler          pic x(6)  value 'RESULT'.
v01030     03 filler          pic x(2)  value spaces.
v01030     03 filler          pic x(12) value 'RULE'.
v01030     03 filler          pic x(1)  value space.
v01030     03 filler          pic x(20) value 'OPERAND'.
v01030     03 filler          pic x(1)  value space.
v01030     03 filler          pic x(13) value '        LIMIT'.
v01030     03 filler          pic x(1)  value space.
v01030     03 filler          pic x(23) value
v01030        '                 ACTUAL'.
v01030     03 filler          pic x(2)  value spaces.
v01030     03 filler          pic x(4)  value 'NOTE'.

v01030 01  Gate-Rule-Line.
v01030     03 GRL-Result      pic x(6)  value spaces.
v01030     03 filler          pic x(2)  value spaces.
v01030     03 GRL-Rule        pic x(12) value spaces.
v01030     03 filler          pic x(1)  value space.
v01030     03 GRL-Operand     pic x(20) value spaces.
v01030     03 filler          pic x(1)  value space.
v01030     03 GRL-Limit       pic z,zzz,zzz,zz9.
v01030     03 filler          pic x(1)  value space.
v01030     03 GRL-Actual      pic -(17)9.
v01030     03 GRL-Actual-x redefines GRL-Actual pic x(18).
v01030     03 filler          pic x(7)  value spaces.
v01030     03 GRL-Note        pic x(50) value spaces.

v01030 01  Gate-Verdict-Line.
v01030     03 filler          pic x(12) value '*** VERDICT:'.
v01030     03 GVL-Verdict     pic x(8)  value spaces.
v01030     03 filler          pic x(2)  value spaces.
v01030     03 GVL-Failed      pic zz9.
v01030     03 filler          pic x(15) value ' RULE(S) FAILED'.
v01030     03 filler          pic x(2)  value ', '.
v01030     03 GVL-Skipped     pic zz9.
v01030     03 filler          pic x(20) value ' NOT CHECKED ***    '.

       PROCEDURE DIVISION.
v01030     display PROGRAM-COPYRIGHT ' Version:' Version
v01030     accept WS-Today from date yyyymmdd
v01030     OPEN OUTPUT GATE-REPORT
v01030     if GATERPT-IO-STATUS NOT = '00'
v01030       display 'RELGATE:GATERPT OPEN ERROR:' GATERPT-IO-STATUS
v01030       move 12 to return-code
v01030       stop run
v01030     end-if
v01030     perform Load-the-Deck
v01030     perform Load-the-Run-Totals
v01030     perform Load-the-Prior-Input
v01030     perform Scan-the-Engine-Log
v01030     perform Scan-the-Verify-Report
v01030     perform Count-the-Dup-Report
v01030     perform Count-the-Orphan-Report
v01030     perform Apply-the-Rules
v01030     perform Write-the-Verdict
v01030     close GATE-REPORT
v01030     if Verdict-Hold
v01030       move 8 to return-code
v01030     else
v01030       move 0 to return-code
v01030     end-if
v01030     STOP RUN
v01030     .

      *--------------------------------------------------------------
      * Load-the-Deck. The feed's tolerance rules. Without a deck
      * there is nothing to release against: HOLD, RC=12.
      *--------------------------------------------------------------
v01030 Load-the-Deck.
v01030     OPEN INPUT GATE-DECK
v01030     if GATECTL-IO-STATUS NOT = '00'
v01030       display 'RELGATE:GATECTL OPEN ERROR:' GATECTL-IO-STATUS
v01030       move 'GATECTL (TOLERANCE DECK) COULD NOT BE READ'
v01030         to GATERPT-RECORD
v01030       perform Hold-for-Missing-Input
v01030     end-if
v01030     perform until GATECTL-IO-STATUS not = '00'
v01030       read GATE-DECK
v01030         at end move '10' to GATECTL-IO-STATUS
v01030         not at end
v01030           perform Load-a-Rule
v01030       end-read
v01030       if GATECTL-IO-STATUS not = '00' and GATECTL-IO-STATUS
v01030          not = '10'
v01030         display 'RELGATE:GATECTL READ ERROR:' GATECTL-IO-STATUS
v01030         move 12 to return-code
v01030         stop run
v01030       end-if
v01030     end-perform
v01030     close GATE-DECK
v01030     .

v01030 Load-a-Rule.
v01030     evaluate true
v01030       when GATE-CARD(1:1) = '*'
v01030       when GATE-CARD = spaces
v01030         continue
v01030       when GC-Rule = 'FEED'
v01030         move GC-Operand to WS-Feed-Name
v01030       when GR-Cnt >= GR-Max
v01030         display 'RELGATE:Too many GATECTL rules, ignoring '
v01030                 GC-Rule
v01030       when other
v01030         add 1 to GR-Cnt
v01030         move GC-Rule     to GR-Rule(GR-Cnt)
v01030         move GC-Operand  to GR-Operand(GR-Cnt)
v01030         move 0           to GR-Actual(GR-Cnt)
v01030         set GR-Passed(GR-Cnt) to true
v01030         move spaces      to GR-Note(GR-Cnt)
v01030*        'the limit may be written left or right in its columns
v01030         move GC-Limit    to WS-Limit-in
v01030         perform Justify-a-Number
v01030         if WS-Limit-x is numeric
v01030           move WS-Limit-n to GR-Limit(GR-Cnt)
v01030         else
v01030           move 0 to GR-Limit(GR-Cnt)
v01030           set GR-Failed(GR-Cnt) to true
v01030           move 'LIMIT IN COLUMNS 35-43 IS NOT A NUMBER'
v01030             to GR-Note(GR-Cnt)
v01030         end-if
v01030     end-evaluate
v01030     .

v01030*    'WS-Limit-in, digits written anywhere in its nine columns,
v01030*    'right-justified into WS-Limit-x with leading zeros
v01030 Justify-a-Number.
v01030     move 9 to WS-N
v01030     perform until WS-N = 0 or WS-Limit-in(WS-N:1) not = space
v01030       subtract 1 from WS-N
v01030     end-perform
v01030     move all '0' to WS-Limit-x
v01030     if WS-N > 0
v01030       move WS-Limit-in(1:WS-N) to WS-Limit-x(10 - WS-N:WS-N)
v01030     end-if
v01030     inspect WS-Limit-x replacing leading space by zero
v01030     .

      *--------------------------------------------------------------
      * Load-the-Run-Totals. A sliced run's merged totals stand for
      * the run when SLICECHK wrote them; otherwise ENGINE's CTLTOT.
      *--------------------------------------------------------------
v01030 Load-the-Run-Totals.
v01030     OPEN INPUT MERGED-TOTALS
v01030     if MRGTOT-IO-STATUS = '00'
v01030       move 'MRGTOT' to Totals-Source
v01030       perform until MRGTOT-IO-STATUS not = '00'
v01030         read MERGED-TOTALS
v01030           at end move '10' to MRGTOT-IO-STATUS
v01030           not at end
v01030             move MERGED-LABEL to WS-Label
v01030             if MERGED-VALUE-LONG(1:1) = '+'
v01030             or MERGED-VALUE-LONG(1:1) = '-'
v01030               move MERGED-VALUE-LONG to WS-Value
v01030             else
v01030               move MERGED-VALUE to WS-Value
v01030             end-if
v01030             perform Load-a-Total
v01030         end-read
v01030         if MRGTOT-IO-STATUS not = '00' and MRGTOT-IO-STATUS
v01030            not = '10'
v01030           display 'RELGATE:MRGTOT READ ERROR:' MRGTOT-IO-STATUS
v01030           move 12 to return-code
v01030           stop run
v01030         end-if
v01030       end-perform
v01030       close MERGED-TOTALS
v01030     end-if
v01030     if TT-Cnt = 0
v01030       move 'CTLTOT' to Totals-Source
v01030       OPEN INPUT RUN-TOTALS
v01030       if CTLTOT-IO-STATUS NOT = '00'
v01030         display 'RELGATE:CTLTOT OPEN ERROR:' CTLTOT-IO-STATUS
v01030         move 'CTLTOT (RUN TOTALS) COULD NOT BE READ'
v01030           to GATERPT-RECORD
v01030         perform Hold-for-Missing-Input
v01030       end-if
v01030       perform until CTLTOT-IO-STATUS not = '00'
v01030         read RUN-TOTALS
v01030           at end move '10' to CTLTOT-IO-STATUS
v01030           not at end
v01030             move CTOT-LABEL to WS-Label
v01030             if CTOT-VALUE-LONG(1:1) = '+'
v01030             or CTOT-VALUE-LONG(1:1) = '-'
v01030               move CTOT-VALUE-LONG to WS-Value
v01030             else
v01030               move CTOT-VALUE to WS-Value
v01030             end-if
v01030             perform Load-a-Total
v01030         end-read
v01030         if CTLTOT-IO-STATUS not = '00' and CTLTOT-IO-STATUS
v01030            not = '10'
v01030           display 'RELGATE:CTLTOT READ ERROR:' CTLTOT-IO-STATUS
v01030           move 12 to return-code
v01030           stop run
v01030         end-if
v01030       end-perform
v01030       close RUN-TOTALS
v01030     end-if
v01030     if TT-Cnt = 0
v01030       move 'CTLTOT (RUN TOTALS) IS EMPTY' to GATERPT-RECORD
v01030       perform Hold-for-Missing-Input
v01030     end-if
v01030     .

v01030 Load-a-Total.
v01030     if TT-Cnt >= TT-Max
v01030       display 'RELGATE:Too many totals labels, ignoring '
v01030               WS-Label
v01030     else
v01030       add 1 to TT-Cnt
v01030       move WS-Label to TT-Label(TT-Cnt)
v01030       move WS-Value to TT-Value(TT-Cnt)
v01030     end-if
v01030     .

v01030*    'PRIORTOT is optional: without it there is no swing to
v01030*    'measure, as in DARTREND's first tracked run
v01030 Load-the-Prior-Input.
v01030     OPEN INPUT PRIOR-TOTALS
v01030     if PRIORTOT-IO-STATUS NOT = '00'
v01030       display 'RELGATE:PRIORTOT not available, status='
v01030               PRIORTOT-IO-STATUS
v01030     else
v01030       perform until PRIORTOT-IO-STATUS not = '00'
v01030         read PRIOR-TOTALS
v01030           at end move '10' to PRIORTOT-IO-STATUS
v01030           not at end
v01030             if PRIOR-LABEL = 'INPUT RECORDS'
v01030               move PRIOR-VALUE to WS-Prior-Input
v01030               set Prior-Available to true
v01030             end-if
v01030         end-read
v01030       end-perform
v01030       close PRIOR-TOTALS
v01030     end-if
v01030     .

      *--------------------------------------------------------------
      * Scan-the-Engine-Log. Did the run reach its File Totals, and
      * did it log a CONTROL BALANCE problem (error, or a balance
      * deferred by a deadline stop)?
      *--------------------------------------------------------------
v01030 Scan-the-Engine-Log.
v01030     OPEN INPUT ENGINE-LOG
v01030     if ENGLOG-IO-STATUS NOT = '00'
v01030       display 'RELGATE:ENGLOG not available, status='
v01030               ENGLOG-IO-STATUS
v01030     else
v01030       set Log-Available to true
v01030       perform until ENGLOG-IO-STATUS not = '00'
v01030         read ENGINE-LOG
v01030           at end move '10' to ENGLOG-IO-STATUS
v01030           not at end
v01030             evaluate true
v01030               when ENGLOG-RECORD(1:12) = 'File Totals:'
v01030                 set Log-Reached-Totals to true
v01030               when ENGLOG-RECORD(1:37) =
v01030                    'CONTROL BALANCE: DEFERRED TO SLICECHK'
v01030               and Totals-Source = 'MRGTOT'
v01030                 continue
v01030               when ENGLOG-RECORD(1:15) = 'CONTROL BALANCE'
v01030                 add 1 to WS-Balance-Lines
v01030             end-evaluate
v01030         end-read
v01030       end-perform
v01030       close ENGINE-LOG
v01030     end-if
v01030     .

v01030 Scan-the-Verify-Report.
v01030     OPEN INPUT VERIFY-REPORT
v01030     if VERRPT-IO-STATUS = '00'
v01030       set Verify-Available to true
v01030       perform until VERRPT-IO-STATUS not = '00'
v01030         read VERIFY-REPORT
v01030           at end move '10' to VERRPT-IO-STATUS
v01030           not at end
v01030             evaluate true
v01030               when VERRPT-RECORD(1:16) = 'MIGVERIF SUMMARY'
v01030                 set Verify-Summary-Seen to true
v01030               when Verify-Summary-Seen
v01030                and VR-Tag = 'FIELD '
v01030                and VR-Count-Tag = ' MISMATCHES='
v01030                 move VR-Count to WS-Value
v01030                 add WS-Value to WS-Mismatches
v01030             end-evaluate
v01030         end-read
v01030       end-perform
v01030       close VERIFY-REPORT
v01030     end-if
v01030     .

v01030 Count-the-Dup-Report.
v01030     OPEN INPUT DUP-REPORT
v01030     if DUPRPT-IO-STATUS = '00'
v01030       set Dup-Report-Available to true
v01030       perform until DUPRPT-IO-STATUS not = '00'
v01030         read DUP-REPORT
v01030           at end move '10' to DUPRPT-IO-STATUS
v01030           not at end
v01030             if DUPRPT-RECORD(1:14) = 'DUPLICATE KEY='
v01030               add 1 to WS-Dup-Lines
v01030             end-if
v01030         end-read
v01030       end-perform
v01030       close DUP-REPORT
v01030     end-if
v01030     .

v01030 Count-the-Orphan-Report.
v01030     OPEN INPUT ORPHAN-REPORT
v01030     if ORPHRPT-IO-STATUS = '00'
v01030       set Orph-Report-Available to true
v01030       perform until ORPHRPT-IO-STATUS not = '00'
v01030         read ORPHAN-REPORT
v01030           at end move '10' to ORPHRPT-IO-STATUS
v01030           not at end
v01030             if ORPHRPT-RECORD(1:18) = 'ORPHAN PARENT KEY='
v01030               add 1 to WS-Orph-Lines
v01030             end-if
v01030         end-read
v01030       end-perform
v01030       close ORPHAN-REPORT
v01030     end-if
v01030     .

      *--------------------------------------------------------------
      * Apply-the-Rules. Every deck rule, in deck order, against what
      * the run showed. A run that never reached its File Totals
      * fails before any rule: its totals are not the run's.
      *--------------------------------------------------------------
v01030 Apply-the-Rules.
v01030     perform varying GR-Ptr from 1 by 1 until GR-Ptr > GR-Cnt
v01030       if GR-Passed(GR-Ptr)
v01030         evaluate GR-Rule(GR-Ptr)
v01030           when 'MAXDISC'     perform Apply-Max-Discards
v01030           when 'MAXDUPS'     perform Apply-Max-Dups
v01030           when 'MAXORPHANS'  perform Apply-Max-Orphans
v01030           when 'SWINGPCT'    perform Apply-Input-Swing
v01030           when 'MAXMISMATCH' perform Apply-Max-Mismatches
v01030           when 'TRAILERBAL'  perform Apply-Trailer-Balance
v01030           when 'MAXLABEL'    perform Apply-Max-Label
v01030           when other
v01030             set GR-Failed(GR-Ptr) to true
v01030             move 'UNKNOWN RULE' to GR-Note(GR-Ptr)
v01030         end-evaluate
v01030       end-if
v01030     end-perform
v01030     .

v01030 Apply-Max-Discards.
v01030     if GR-Operand(GR-Ptr) = 'ALL'
v01030       move 'DISCARDS' to WS-Label
v01030       perform Find-a-Total
v01030     else
v01030       move GR-Operand(GR-Ptr) to WS-Limit-in
v01030       perform Justify-a-Number
v01030       if WS-Limit-x is not numeric
v01030       or WS-Limit-x(1:6) not = '000000'
v01030         set GR-Failed(GR-Ptr) to true
v01030         move 'OPERAND IS NOT A REASON NUMBER OR ALL'
v01030           to GR-Note(GR-Ptr)
v01030       else
v01030*        'DISCnnn-reason text; a reason with no discards has
v01030*        'no line at all
v01030         move 0 to WS-Value
v01030         perform varying TT-Ptr from 1 by 1
v01030           until TT-Ptr > TT-Cnt
v01030           if TT-Label(TT-Ptr)(1:4) = 'DISC'
v01030           and TT-Label(TT-Ptr)(5:3) = WS-Limit-x(7:3)
v01030           and TT-Label(TT-Ptr)(8:1) = '-'
v01030             move TT-Value(TT-Ptr) to WS-Value
v01030             move TT-Label(TT-Ptr) to GR-Note(GR-Ptr)
v01030           end-if
v01030         end-perform
v01030       end-if
v01030     end-if
v01030     if GR-Passed(GR-Ptr)
v01030       perform Judge-Against-the-Limit
v01030     end-if
v01030     .

v01030 Apply-Max-Dups.
v01030     move 'DUPLICATE KEYS' to WS-Label
v01030     perform Find-a-Total
v01030     if Dup-Report-Available and WS-Dup-Lines > WS-Value
v01030       move WS-Dup-Lines to WS-Value
v01030       move 'COUNTED ON DUPRPT' to GR-Note(GR-Ptr)
v01030     end-if
v01030     perform Judge-Against-the-Limit
v01030     .

v01030 Apply-Max-Orphans.
v01030     move 'ORPHAN DETAILS' to WS-Label
v01030     perform Find-a-Total
v01030     if Orph-Report-Available and WS-Orph-Lines > WS-Value
v01030       move WS-Orph-Lines to WS-Value
v01030       move 'COUNTED ON ORPHRPT' to GR-Note(GR-Ptr)
v01030     end-if
v01030     perform Judge-Against-the-Limit
v01030     .

v01030 Apply-Input-Swing.
v01030     move 'INPUT RECORDS' to WS-Label
v01030     perform Find-a-Total
v01030     evaluate true
v01030       when not Prior-Available
v01030         set GR-Not-Checked(GR-Ptr) to true
v01030         move 'NO PRIORTOT - FIRST TRACKED RUN'
v01030           to GR-Note(GR-Ptr)
v01030         move WS-Value to GR-Actual(GR-Ptr)
v01030       when WS-Prior-Input = 0
v01030         move WS-Value to GR-Actual(GR-Ptr)
v01030         if WS-Value > 0
v01030           set GR-Failed(GR-Ptr) to true
v01030           move 'PRIOR RUN READ NO RECORDS' to GR-Note(GR-Ptr)
v01030         end-if
v01030       when other
v01030         if WS-Value >= WS-Prior-Input
v01030           compute WS-Value-2 = WS-Value - WS-Prior-Input
v01030         else
v01030           compute WS-Value-2 = WS-Prior-Input - WS-Value
v01030         end-if
v01030         compute WS-Pct rounded =
v01030                 (WS-Value-2 * 100) / WS-Prior-Input
v01030         move WS-Pct to WS-Value
v01030         move spaces to GR-Note(GR-Ptr)
v01030         move WS-Prior-Input to GRL-Actual
v01030         string 'PERCENT SWING; PRIOR INPUT RECORDS '
v01030                                            delimited by size
v01030                GRL-Actual                  delimited by size
v01030           into GR-Note(GR-Ptr)
v01030         perform Judge-Against-the-Limit
v01030     end-evaluate
v01030     .

v01030 Apply-Max-Mismatches.
v01030     evaluate true
v01030       when not Verify-Available
v01030         set GR-Failed(GR-Ptr) to true
v01030         move 'VERRPT (MIGVERIF REPORT) NOT AVAILABLE'
v01030           to GR-Note(GR-Ptr)
v01030       when not Verify-Summary-Seen
v01030         set GR-Failed(GR-Ptr) to true
v01030         move 'MIGVERIF DID NOT COMPLETE - NO SUMMARY'
v01030           to GR-Note(GR-Ptr)
v01030       when other
v01030         move WS-Mismatches to WS-Value
v01030         perform Judge-Against-the-Limit
v01030     end-evaluate
v01030     .

      *--------------------------------------------------------------
      * Apply-Trailer-Balance. The trailer must have been declared
      * (ENGINE writes the TRAILER lines only then), its expected
      * record count and amount must equal the actuals, and the LOG
      * must carry no CONTROL BALANCE line.
      *--------------------------------------------------------------
v01030 Apply-Trailer-Balance.
v01030     move 'TRAILER EXP RECS' to WS-Label
v01030     perform Find-a-Total
v01030     move WS-Value to WS-Value-2
v01030     evaluate true
v01030       when not WS-Label-Found
v01030         set GR-Failed(GR-Ptr) to true
v01030         move 'NO CONTROL TRAILER DECLARED IN THE TOTALS'
v01030           to GR-Note(GR-Ptr)
v01030       when other
v01030         move 'TRAILER ACT RECS' to WS-Label
v01030         perform Find-a-Total
v01030         if WS-Value not = WS-Value-2
v01030           set GR-Failed(GR-Ptr) to true
v01030           compute GR-Actual(GR-Ptr) = WS-Value - WS-Value-2
v01030           move 'RECORD COUNT OFF EXPECTED BY (ACTUAL)'
v01030             to GR-Note(GR-Ptr)
v01030         else
v01030           move 'TRAILER EXP AMT' to WS-Label
v01030           perform Find-a-Total
v01030           move WS-Value to WS-Value-2
v01030           move 'TRAILER ACT AMT' to WS-Label
v01030           perform Find-a-Total
v01030           if WS-Value not = WS-Value-2
v01030             set GR-Failed(GR-Ptr) to true
v01030             compute GR-Actual(GR-Ptr) = WS-Value - WS-Value-2
v01030             move 'AMOUNT OFF EXPECTED BY (ACTUAL)'
v01030               to GR-Note(GR-Ptr)
v01030           end-if
v01030         end-if
v01030     end-evaluate
v01030     if GR-Passed(GR-Ptr) and WS-Balance-Lines > 0
v01030       set GR-Failed(GR-Ptr) to true
v01030       move WS-Balance-Lines to GR-Actual(GR-Ptr)
v01030       move 'CONTROL BALANCE LINE(S) ON THE ENGINE LOG'
v01030         to GR-Note(GR-Ptr)
v01030     end-if
v01030     .

v01030 Apply-Max-Label.
v01030     move GR-Operand(GR-Ptr) to WS-Label
v01030     perform Find-a-Total
v01030     if not WS-Label-Found
v01030       move 'LABEL NOT IN THE TOTALS - TAKEN AS ZERO'
v01030         to GR-Note(GR-Ptr)
v01030     end-if
v01030     perform Judge-Against-the-Limit
v01030     .

v01030*    'WS-Label's value in the run totals (zero when absent)
v01030 Find-a-Total.
v01030     move 0 to WS-Value
v01030     move 0 to WS-Found-sw
v01030     perform varying TT-Ptr from 1 by 1 until TT-Ptr > TT-Cnt
v01030       if TT-Label(TT-Ptr) = WS-Label
v01030         move TT-Value(TT-Ptr) to WS-Value
v01030         set WS-Label-Found to true
v01030         move TT-Cnt to TT-Ptr
v01030       end-if
v01030     end-perform
v01030     .

v01030 Judge-Against-the-Limit.
v01030     move WS-Value to GR-Actual(GR-Ptr)
v01030     if WS-Value > GR-Limit(GR-Ptr)
v01030       set GR-Failed(GR-Ptr) to true
v01030     end-if
v01030     .

      *--------------------------------------------------------------
      * Write-the-Verdict. One page: the run's standing (totals
      * source, LOG reached its totals), every rule with its limit
      * and actual, and the verdict. Any failed rule, or a run that
      * never reached its File Totals, is a HOLD.
      *--------------------------------------------------------------
v01030 Write-the-Verdict.
v01030     move WS-Feed-Name  to GTL-Feed
v01030     move WS-Today      to GTL-Date
v01030     move Totals-Source to GTL-Source
v01030     write GATERPT-RECORD from Gate-Title-Line
v01030     move spaces to GATERPT-RECORD
v01030     perform Write-a-Report-Record
v01030     write GATERPT-RECORD from Gate-Heading-Line
v01030     move 'RUNLOG'          to GRL-Rule
v01030     move 'ENGLOG'          to GRL-Operand
v01030     move 0                 to GRL-Limit
v01030     move spaces            to GRL-Actual-x
v01030     evaluate true
v01030       when not Log-Available
v01030         move 'FAILED' to GRL-Result
v01030         move 'ENGINE LOG NOT AVAILABLE' to GRL-Note
v01030         add 1 to WS-Rules-Failed
v01030       when not Log-Reached-Totals
v01030         move 'FAILED' to GRL-Result
v01030         move 'RUN ENDED BEFORE ITS FILE TOTALS' to GRL-Note
v01030         add 1 to WS-Rules-Failed
v01030       when other
v01030         move 'passed' to GRL-Result
v01030         move 'RUN REACHED ITS FILE TOTALS' to GRL-Note
v01030     end-evaluate
v01030     write GATERPT-RECORD from Gate-Rule-Line
v01030     perform varying GR-Ptr from 1 by 1 until GR-Ptr > GR-Cnt
v01030       move GR-Rule(GR-Ptr)    to GRL-Rule
v01030       move GR-Operand(GR-Ptr) to GRL-Operand
v01030       move GR-Limit(GR-Ptr)   to GRL-Limit
v01030       move GR-Actual(GR-Ptr)  to GRL-Actual
v01030       move GR-Note(GR-Ptr)    to GRL-Note
v01030       evaluate true
v01030         when GR-Failed(GR-Ptr)
v01030           move 'FAILED' to GRL-Result
v01030           add 1 to WS-Rules-Failed
v01030         when GR-Not-Checked(GR-Ptr)
v01030           move 'n/c'    to GRL-Result
v01030           add 1 to WS-Rules-Skipped
v01030         when other
v01030           move 'passed' to GRL-Result
v01030       end-evaluate
v01030       write GATERPT-RECORD from Gate-Rule-Line
v01030     end-perform
v01030     move spaces to GATERPT-RECORD
v01030     perform Write-a-Report-Record
v01030     if WS-Rules-Failed > 0
v01030       set Verdict-Hold to true
v01030       move 'HOLD'    to GVL-Verdict
v01030     else
v01030       move 'RELEASE' to GVL-Verdict
v01030     end-if
v01030     move WS-Rules-Failed  to GVL-Failed
v01030     move WS-Rules-Skipped to GVL-Skipped
v01030     write GATERPT-RECORD from Gate-Verdict-Line
v01030     display 'RELGATE:Verdict ' GVL-Verdict ' - '
v01030             WS-Rules-Failed ' rule(s) failed'
v01030     .

v01030 Write-a-Report-Record.
v01030     write GATERPT-RECORD
v01030     if GATERPT-IO-STATUS not = '00'
v01030       display 'RELGATE:GATERPT WRITE ERROR:' GATERPT-IO-STATUS
v01030       move 12 to return-code
v01030       stop run
v01030     end-if
v01030     .

      *--------------------------------------------------------------
      * Hold-for-Missing-Input. The deck or the run totals cannot be
      * read: nothing can be judged, so the report says HOLD and why
      * (the reason is in GATERPT-RECORD) and the run ends RC=12.
      *--------------------------------------------------------------
v01030 Hold-for-Missing-Input.
v01030     move GATERPT-RECORD to GR-Note(1)
v01030     move WS-Feed-Name  to GTL-Feed
v01030     move WS-Today      to GTL-Date
v01030     move Totals-Source to GTL-Source
v01030     write GATERPT-RECORD from Gate-Title-Line
v01030     move spaces to GATERPT-RECORD
v01030     perform Write-a-Report-Record
v01030     move GR-Note(1) to GATERPT-RECORD
v01030     perform Write-a-Report-Record
v01030     move 'HOLD'   to GVL-Verdict
v01030     move 1        to GVL-Failed
v01030     move 0        to GVL-Skipped
v01030     write GATERPT-RECORD from Gate-Verdict-Line
v01030     close GATE-REPORT
v01030     display 'RELGATE:Verdict HOLD - ' GR-Note(1)
v01030     move 12 to return-code
v01030     stop run
v01030     .

       END PROGRAM RELGATE.
