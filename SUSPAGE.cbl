       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SUSPAGE.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01034* 2026/10/15 HK   v1.0.0  Base line - weekly aging report of
v01034*                         the suspense ledger ENGINE keeps
v01034*                         under Suspense(YES).
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE, run weekly against
      *  the latest generation of the suspense ledger (the LEDGOUT
      *  an ENGINE Suspense(YES) run wrote). Every open entry is a
      *  key that failed migration and has not since migrated
      *  cleanly; the report ages them so the oldest breaks are
      *  worked first, and balances the ledger so audit can see
      *  nothing was left in suspense unreported.
      *  Age is days from first seen to the report date (today, or
      *  the YYYYMMDD date given as the PARM). Buckets: 0-7, 8-30,
      *  31-60, 61-90 and over 90 days.
      *  The report, in three parts:
      *   - open items by discard reason and age bucket, with each
      *     reason's oldest first-seen date;
      *   - every open item, oldest first (first seen, then key,
      *     record type and reason);
      *   - audit totals: entries read, open, closed, opened and
      *     closed in the last 7 days, open over 90 days, and the
      *     open items listed, which must equal the open items
      *     counted.
      *  Return codes: 0 nothing open; 4 open items reported; 12
      *  the ledger could not be read or does not balance.
      * INPUTS:
      *  LEDGER   - A suspense ledger generation (LnkSusp layout).
      *  SORTWK01 - Sort work for the oldest-first listing.
      * OUTPUTS:
      *  AGERPT   - The aging report.
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
v01034     SELECT LEDGER-FILE
PCPCPC*        SEQUENTIAL
v01034         ASSIGN to LEDGER STATUS LEDGER-IO-STATUS.
v01034     SELECT AGE-SORT
v01034         ASSIGN to SORTWK01.
v01034     SELECT AGE-REPORT
PCPCPC*        SEQUENTIAL
v01034         ASSIGN to AGERPT STATUS AGERPT-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Age-Report
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
v01034 FD  LEDGER-FILE
v01034     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01034     RECORD CONTAINS 160 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01034     .
v01034 01  LEDGER-RECORD                PIC X(160).

v01034 SD  AGE-SORT
v01034     .
v01034 01  AGE-SORT-RECORD.
v01034     03 ASR-First-Seen       PIC 9(08).
v01034     03 ASR-Age              PIC 9(07).
v01034     03 ASR-Entry.
v01034        05 ASR-Sus-Key       PIC X(64).
v01034        05 FILLER            PIC X(96).

v01034 FD  AGE-REPORT
v01034     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01034     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01034     .
v01034 01  AGERPT-RECORD                PIC X(170).

       WORKING-STORAGE SECTION.
v01034 01  PROGRAM-COPYRIGHT.
v01034     03 FILLER PIC X(42) VALUE
v01034               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01034     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01034 77  Version              pic x(8)      value '1.0.0 '.

v01034     copy LnkSusp.

v01034*    'open items by discard reason (the ledger's reason code is
v01034*    'the subscript) and age bucket
v01034 01  AGE-REASON-TABLE.
v01034     05  AR-Entry            occurs 99 times.
v01034         10  AR-Text              pic x(30).
v01034         10  AR-Bucket            pic 9(9) comp occurs 5 times.
v01034         10  AR-Total             pic 9(9) comp.
v01034         10  AR-Oldest            pic 9(8).
v01034 01  AGE-BUCKET-TOTALS.
v01034     05  AB-Total             pic 9(9) comp occurs 5 times.

v01034 01  AGE-SWITCHES.
v01034     03 Age-Ledger-sw          PIC 9(1) COMP VALUE 0.
v01034        88 Ledger-Not-At-End           VALUE 0.
v01034        88 Ledger-At-End               VALUE 1.
v01034     03 Age-Sort-sw            PIC 9(1) COMP VALUE 0.
v01034        88 Sort-Not-At-End             VALUE 0.
v01034        88 Sort-At-End                 VALUE 1.

v01034 01  AGE-COUNTERS.
v01034     03 Age-As-Of              PIC 9(08) VALUE ZEROES.
v01034     03 Age-As-Of-Int          PIC 9(09) COMP VALUE ZEROES.
v01034     03 Age-Days               PIC S9(9) COMP VALUE ZEROES.
v01034     03 Age-B                  PIC 9(4) COMP VALUE ZEROES.
v01034     03 Age-R                  PIC 9(4) COMP VALUE ZEROES.
v01034     03 Age-Read-Cnt           PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Open-Cnt           PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Closed-Cnt         PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-New-Week-Cnt       PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Closed-Week-Cnt    PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Over-90-Cnt        PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Listed-Cnt         PIC 9(9) COMP VALUE ZEROES.
v01034     03 Age-Oldest             PIC 9(08) VALUE ZEROES.

v01034 01  LEDGER-IO-STATUS          PIC X(2)  VALUE '00'.
v01034 01  AGERPT-IO-STATUS          PIC X(2)  VALUE '00'.

v01034 01  Age-Title-Line.
v01034     03 filler          pic x(38) value
v01034        'SUSPAGE SUSPENSE LEDGER AGING  AS OF: '.
v01034     03 ATL-As-Of       pic 9999/99/99.

v01034 01  Age-Section-Line.
v01034     03 filler          pic x(4)  value '*** '.
v01034     03 ASL-Text        pic x(60) value spaces.

v01034 01  Age-Bucket-Heading.
v01034     03 filler          pic x(4)  value 'RSN '.
v01034     03 filler          pic x(30) value 'DESCRIPTION'.
v01034     03 filler          pic x(50) value
v01034        '       0-7      8-30     31-60     61-90   OVER 90'.
v01034     03 filler          pic x(24) value
v01034        '     TOTAL  OLDEST OPEN'.

v01034 01  Age-Bucket-Line.
v01034     03 ABL-Reason      pic z9.
v01034     03 filler          pic x(2)  value spaces.
v01034     03 ABL-Text        pic x(30) value spaces.
v01034     03 ABL-Count       pic z(9)9 occurs 5 times.
v01034     03 ABL-Total       pic z(9)9.
v01034     03 filler          pic x(2)  value spaces.
v01034     03 ABL-Oldest      pic 9999/99/99.
v01034     03 ABL-Oldest-x redefines ABL-Oldest pic x(10).

v01034 01  Age-Item-Heading.
v01034     03 filler          pic x(48) value
v01034        'FIRST SEEN    AGE  LAST SEEN  RUNS RSN KEY VALUE'.
v01034     03 filler          pic x(24) value spaces.
v01034     03 filler          pic x(31) value
v01034        'RECORD TYPE                   '.
v01034     03 filler          pic x(20) value
v01034        'LAST DD    LAST REC'.

v01034 01  Age-Item-Line.
v01034     03 AIL-First-Seen  pic 9999/99/99.
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Age         pic z(5)9.
v01034     03 filler          pic x(2)  value spaces.
v01034     03 AIL-Last-Seen   pic 9999/99/99.
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Runs        pic zzzz9.
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Reason      pic z9.
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Key         pic x(32).
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Type        pic x(30).
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Last-DD     pic x(8).
v01034     03 filler          pic x(1)  value space.
v01034     03 AIL-Last-Rec    pic z(8)9.

v01034 01  Age-Total-Line.
v01034     03 ATT-Label       pic x(40) value spaces.
v01034     03 ATT-Count       pic zzz,zzz,zz9.
v01034     03 filler          pic x(2)  value spaces.
v01034     03 ATT-Note        pic x(40) value spaces.

       LINKAGE SECTION.
v01034 01  JCL-PARM.
v01034     03 JCL-PARM-Len           PIC S9(4) COMP.
v01034     03 JCL-PARM-Data          PIC X(08).

       PROCEDURE DIVISION using JCL-PARM.
v01034     display PROGRAM-COPYRIGHT ' Version:' Version
v01034     perform Set-the-Report-Date
v01034     OPEN OUTPUT AGE-REPORT
v01034     if AGERPT-IO-STATUS NOT = '00'
v01034       display 'SUSPAGE:AGERPT OPEN ERROR:' AGERPT-IO-STATUS
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     perform Clear-the-Reason-Table
v01034     SORT AGE-SORT
v01034       on ascending key ASR-First-Seen
v01034                        ASR-Sus-Key
v01034       input procedure  Read-the-Ledger
v01034       output procedure Write-the-Report
v01034     if SORT-RETURN not = 0
v01034       display 'SUSPAGE:SORT FAILED:SORT-RETURN=' SORT-RETURN
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     close AGE-REPORT
v01034     display 'SUSPAGE:Ledger entries=' Age-Read-Cnt
v01034             ':open=' Age-Open-Cnt
v01034             ':closed=' Age-Closed-Cnt
v01034             ':open over 90 days=' Age-Over-90-Cnt
v01034     evaluate true
v01034       when Age-Listed-Cnt not = Age-Open-Cnt
v01034         display 'SUSPAGE:Open items listed ' Age-Listed-Cnt
v01034                 ' do not match open items counted '
v01034                 Age-Open-Cnt
v01034         move 12 to return-code
v01034       when Age-Open-Cnt > 0
v01034         move 4 to return-code
v01034       when other
v01034         move 0 to return-code
v01034     end-evaluate
v01034     STOP RUN
v01034     .

      *--------------------------------------------------------------
      * Set-the-Report-Date. Today, unless the PARM names the date
      * to age to (YYYYMMDD) - a rerun of last week's report.
      *--------------------------------------------------------------
v01034 Set-the-Report-Date.
v01034     accept Age-As-Of from date yyyymmdd
v01034     if JCL-PARM-Len >= 8
v01034       if JCL-PARM-Data is numeric
v01034       and JCL-PARM-Data >= '16010101'
v01034         move JCL-PARM-Data to Age-As-Of
v01034       else
v01034         display 'SUSPAGE:PARM ' JCL-PARM-Data
v01034                 ' is not a YYYYMMDD date. Program Stops'
v01034         move 12 to return-code
v01034         stop run
v01034       end-if
v01034     end-if
v01034     compute Age-As-Of-Int = function integer-of-date(Age-As-Of)
v01034     .

v01034 Clear-the-Reason-Table.
v01034     perform varying Age-R from 1 by 1 until Age-R > 99
v01034       move spaces to AR-Text(Age-R)
v01034       move 0      to AR-Total(Age-R)
v01034       move 0      to AR-Oldest(Age-R)
v01034       perform varying Age-B from 1 by 1 until Age-B > 5
v01034         move 0 to AR-Bucket(Age-R, Age-B)
v01034       end-perform
v01034     end-perform
v01034     perform varying Age-B from 1 by 1 until Age-B > 5
v01034       move 0 to AB-Total(Age-B)
v01034     end-perform
v01034     .

      *--------------------------------------------------------------
      * Read-the-Ledger. The sort's input procedure: every entry is
      * counted, open entries are bucketed and released for the
      * oldest-first listing. An entry that is not a ledger entry
      * stops the run - the ledger must balance to be reported.
      *--------------------------------------------------------------
v01034 Read-the-Ledger.
v01034     OPEN INPUT LEDGER-FILE
v01034     if LEDGER-IO-STATUS NOT = '00'
v01034       display 'SUSPAGE:LEDGER OPEN ERROR:' LEDGER-IO-STATUS
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     set Ledger-Not-At-End to true
v01034     perform until Ledger-At-End
v01034       read LEDGER-FILE into SUSPENSE-RECORD
v01034         at end set Ledger-At-End to true
v01034         not at end
v01034           perform Age-a-Ledger-Entry
v01034       end-read
v01034       if LEDGER-IO-STATUS not = '00' and LEDGER-IO-STATUS
v01034          not = '10'
v01034         display 'SUSPAGE:LEDGER READ ERROR:' LEDGER-IO-STATUS
v01034         move 12 to return-code
v01034         stop run
v01034       end-if
v01034     end-perform
v01034     close LEDGER-FILE
v01034     .

v01034 Age-a-Ledger-Entry.
v01034     add 1 to Age-Read-Cnt
v01034     if (not SUS-Is-Open and not SUS-Is-Closed)
v01034     or SUS-Reason      not numeric
v01034     or SUS-Reason      = 0
v01034     or SUS-First-Seen  not numeric
v01034     or SUS-First-Seen  < 16010101
v01034     or SUS-Closed-Date not numeric
v01034       display 'SUSPAGE:LEDGER record ' Age-Read-Cnt
v01034               ' is not a suspense ledger entry. Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     compute Age-Days = Age-As-Of-Int
v01034             - function integer-of-date(SUS-First-Seen)
v01034     if Age-Days < 0
v01034       move 0 to Age-Days
v01034     end-if
v01034     if Age-Days <= 7
v01034       add 1 to Age-New-Week-Cnt
v01034     end-if
v01034     if SUS-Is-Closed
v01034       add 1 to Age-Closed-Cnt
v01034       if SUS-Closed-Date >= 16010101
v01034       and Age-As-Of-Int
v01034           - function integer-of-date(SUS-Closed-Date) <= 7
v01034         add 1 to Age-Closed-Week-Cnt
v01034       end-if
v01034     else
v01034       add 1 to Age-Open-Cnt
v01034       evaluate true
v01034         when Age-Days <= 7   move 1 to Age-B
v01034         when Age-Days <= 30  move 2 to Age-B
v01034         when Age-Days <= 60  move 3 to Age-B
v01034         when Age-Days <= 90  move 4 to Age-B
v01034         when other           move 5 to Age-B
v01034                              add 1 to Age-Over-90-Cnt
v01034       end-evaluate
v01034       move SUS-Reason to Age-R
v01034       if AR-Total(Age-R) = 0
v01034         move SUS-Reason-Text to AR-Text(Age-R)
v01034       end-if
v01034       add 1 to AR-Bucket(Age-R, Age-B)
v01034       add 1 to AR-Total(Age-R)
v01034       add 1 to AB-Total(Age-B)
v01034       if AR-Oldest(Age-R) = 0
v01034       or SUS-First-Seen < AR-Oldest(Age-R)
v01034         move SUS-First-Seen to AR-Oldest(Age-R)
v01034       end-if
v01034       if Age-Oldest = 0
v01034       or SUS-First-Seen < Age-Oldest
v01034         move SUS-First-Seen to Age-Oldest
v01034       end-if
v01034       move SUS-First-Seen  to ASR-First-Seen
v01034       move Age-Days        to ASR-Age
v01034       move SUSPENSE-RECORD to ASR-Entry
v01034       release AGE-SORT-RECORD
v01034     end-if
v01034     .

      *--------------------------------------------------------------
      * Write-the-Report. The sort's output procedure: the reason by
      * age summary (complete once the input procedure has run),
      * the open items oldest first as the sort returns them, then
      * the audit totals.
      *--------------------------------------------------------------
v01034 Write-the-Report.
v01034     move Age-As-Of to ATL-As-Of
v01034     write AGERPT-RECORD from Age-Title-Line
v01034     move spaces to AGERPT-RECORD
v01034     write AGERPT-RECORD
v01034     move 'OPEN ITEMS BY REASON AND AGE (DAYS SINCE FIRST SEEN)'
v01034       to ASL-Text
v01034     write AGERPT-RECORD from Age-Section-Line
v01034     write AGERPT-RECORD from Age-Bucket-Heading
v01034     perform varying Age-R from 1 by 1 until Age-R > 99
v01034       if AR-Total(Age-R) > 0
v01034         perform Write-a-Reason-Line
v01034       end-if
v01034     end-perform
v01034     move 0          to ABL-Reason
v01034     move 'ALL REASONS' to ABL-Text
v01034     perform varying Age-B from 1 by 1 until Age-B > 5
v01034       move AB-Total(Age-B) to ABL-Count(Age-B)
v01034     end-perform
v01034     move Age-Open-Cnt to ABL-Total
v01034     if Age-Oldest > 0
v01034       move Age-Oldest to ABL-Oldest
v01034     else
v01034       move spaces to ABL-Oldest-x
v01034     end-if
v01034     write AGERPT-RECORD from Age-Bucket-Line
v01034     move spaces to AGERPT-RECORD
v01034     write AGERPT-RECORD

v01034     move 'OPEN ITEMS, OLDEST FIRST' to ASL-Text
v01034     write AGERPT-RECORD from Age-Section-Line
v01034     write AGERPT-RECORD from Age-Item-Heading
v01034     set Sort-Not-At-End to true
v01034     perform until Sort-At-End
v01034       return AGE-SORT
v01034         at end set Sort-At-End to true
v01034         not at end
v01034           perform Write-an-Item-Line
v01034       end-return
v01034     end-perform
v01034     if Age-Listed-Cnt = 0
v01034       move '    (none - nothing is in suspense)' to AGERPT-RECORD
v01034       write AGERPT-RECORD
v01034     end-if
v01034     move spaces to AGERPT-RECORD
v01034     write AGERPT-RECORD

v01034     move 'AUDIT TOTALS' to ASL-Text
v01034     write AGERPT-RECORD from Age-Section-Line
v01034     move 'LEDGER ENTRIES READ'        to ATT-Label
v01034     move Age-Read-Cnt                 to ATT-Count
v01034     move spaces                       to ATT-Note
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'OPEN ITEMS'                 to ATT-Label
v01034     move Age-Open-Cnt                 to ATT-Count
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'CLOSED ITEMS (CARRIED FOR AUDIT)' to ATT-Label
v01034     move Age-Closed-Cnt               to ATT-Count
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'FIRST SEEN IN THE LAST 7 DAYS' to ATT-Label
v01034     move Age-New-Week-Cnt             to ATT-Count
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'CLOSED IN THE LAST 7 DAYS'  to ATT-Label
v01034     move Age-Closed-Week-Cnt          to ATT-Count
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'OPEN OVER 90 DAYS'          to ATT-Label
v01034     move Age-Over-90-Cnt              to ATT-Count
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     move 'OPEN ITEMS LISTED'          to ATT-Label
v01034     move Age-Listed-Cnt               to ATT-Count
v01034     if Age-Listed-Cnt = Age-Open-Cnt
v01034       move 'AGREES WITH OPEN ITEMS'   to ATT-Note
v01034     else
v01034       move '*** DOES NOT AGREE WITH OPEN ITEMS ***' to ATT-Note
v01034     end-if
v01034     write AGERPT-RECORD from Age-Total-Line
v01034     .

v01034 Write-a-Reason-Line.
v01034     move Age-R           to ABL-Reason
v01034     move AR-Text(Age-R)  to ABL-Text
v01034     perform varying Age-B from 1 by 1 until Age-B > 5
v01034       move AR-Bucket(Age-R, Age-B) to ABL-Count(Age-B)
v01034     end-perform
v01034     move AR-Total(Age-R)  to ABL-Total
v01034     move AR-Oldest(Age-R) to ABL-Oldest
v01034     write AGERPT-RECORD from Age-Bucket-Line
v01034     .

v01034 Write-an-Item-Line.
v01034     add 1 to Age-Listed-Cnt
v01034     move ASR-Entry       to SUSPENSE-RECORD
v01034     move SUS-First-Seen  to AIL-First-Seen
v01034     move ASR-Age         to AIL-Age
v01034     move SUS-Last-Seen   to AIL-Last-Seen
v01034     move SUS-Runs-Failed to AIL-Runs
v01034     move SUS-Reason      to AIL-Reason
v01034     move SUS-Key-Value   to AIL-Key
v01034     move SUS-Rec-Type    to AIL-Type
v01034     move SUS-Last-DD     to AIL-Last-DD
v01034     move SUS-Last-Rec    to AIL-Last-Rec
v01034     write AGERPT-RECORD from Age-Item-Line
v01034     .

       END PROGRAM SUSPAGE.
