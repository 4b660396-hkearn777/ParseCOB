       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DLLDIFF.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01029* 2026/10/15 HK   v1.0.1  - a condition whose statement runs
v01029*                         past the 80 bytes the DLL tables keep
v01029*                         is compared by its length too, so a
v01029*                         change beyond byte 80 is reported
v01029* 2026/10/15 HK   v1.0.0  Base line - compares the production
v01029*                         DLL deck with a proposed one, field
v01029*                         by field, and reports what the change
v01029*                         does to the MIG layout, the DDLGEN
v01029*                         DDL/LOAD cards and the MIGVERIF
v01029*                         verification mapping.
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE. Loads two DLL decks
      *  through the same Load-Options/SumDLL/LoadDLL path ENGINE
      *  uses: DD DLL is pointed by HKSys dynamic allocation first at
      *  the DLLOLD deck (the production member), then at the DLLNEW
      *  deck (the proposed member), and after each load the parts of
      *  the loaded tables that shape the extract are copied aside.
      *  Record types are paired by name (RT-KN) and, within a pair,
      *  fields by PRET-FIELDNAME; a name used more than once in a
      *  record type (FILLER) pairs by its occurrence. Reported:
      *   - record types added, removed, or changed in destination
      *     (RT-Dest), condition, key field, parent/match fields or
      *     flattening slots;
      *   - fields added, removed, or changed in start, length, type,
      *     migrated or not, MIG type, MIG length, mask/break/sum/
      *     control-amount marks, condition, date formats, API,
      *     function, default, code table, code migration or OCCURS;
      *   - MIG target positions that shift (the positions are
      *     derived as MIGVERIF derives them: PRET-MIG-LEN target
      *     bytes per migrated field in PRET order, a code
      *     description kept beside its code taking its own, and
      *     data-dependent from the first OCCURS/ODO table on);
      *   - per record type, whether its DDLGEN DDL/LOAD cards and
      *     its MIGVERIF mapping change.
      *  Return codes: 0 decks are the same; 4 differences that
      *  leave every target layout and verification mapping as it
      *  was; 8 DDL/LOAD cards or verification mapping change;
      *  12 file errors; 16 allocation failures.
      * INPUTS:
      *  DLLOLD  - The DLL deck now in production.
      *  DLLNEW  - The proposed DLL deck.
      *  OPTIONS - The OPTIONS deck of the migration.
      * OUTPUTS:
      *  LOG     - Audit report of this program.
      *  DIFFRPT - The differences and their impact.
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
v01029     SELECT LOG-FILE
PCPCPC*        SEQUENTIAL
v01029         ASSIGN to LOG.
v01029     SELECT DIFFRPT-FILE
PCPCPC*        SEQUENTIAL
v01029         ASSIGN to DIFFRPT STATUS DIFFRPT-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Diffrpt-File
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE IS GLOBAL
           RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
           .
v01029 01  LOG-RECORD PIC X(170).

v01029 FD  DIFFRPT-FILE
v01029     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01029     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01029     .
v01029 01  DIFFRPT-RECORD               PIC X(170).

       WORKING-STORAGE SECTION.
v01029 01  PROGRAM-COPYRIGHT.
v01029     03 FILLER PIC X(42) VALUE
v01029               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01029     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01029 77  Version              pic x(8)      value '1.0.1 '.

      * Working Storage fields for the heap allocations
v01029 01  HEAPID                  PIC S9(9) BINARY.
v01029 01  HPSIZE                  PIC S9(9) BINARY.
v01029 01  INCR                    PIC S9(9) BINARY.
v01029 01  OPTS                    PIC S9(9) BINARY.
v01029 01  ADDRSS                  USAGE IS POINTER.
v01029 01  NBYTES                  PIC S9(9) BINARY.
v01029 01  FC.
v01029     02  Condition-Token-Value.
v01029       88 CEE000 value low-values.
v01029         03  Case-1-Condition-ID.
v01029             04  Severity    PIC S9(4) BINARY.
v01029             04  Msg-No      PIC S9(4) BINARY.
v01029         03  Case-Sev-Ctl    PIC X.
v01029         03  Facility-ID     PIC XXX.
v01029     02  I-S-Info            PIC S9(9) BINARY.

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

v01029*----------------------------------------------------------------
v01029*    Diff-Field-Area.  What each deck says about each field, one
v01029*    row per PRET entry of both decks (DF-Side 1 = DLLOLD, 2 =
v01029*    DLLNEW), copied aside after the deck loads: its shape,
v01029*    marks and conversions with the condition and date-format
v01029*    texts resolved, and its derived MIG target position.
v01029*    DF-Mate pairs the row with its row from the other deck.
v01029*----------------------------------------------------------------
v01029 01  Diff-Field-Area                    based.
v01029     05  DF-Max                   pic 9(9) comp.
v01029     05  DF-Cnt                   pic 9(9) comp.
v01029     05  DF-Table                occurs 1 times.
v01029         10  DF-Side                  pic 9(1) comp.
v01029         10  DF-Rec                   pic 9(9) comp.
v01029         10  DF-Name                  pic x(30).
v01029         10  DF-Ord                   pic 9(4) comp.
v01029         10  DF-Entry-Type            pic 9(2) comp.
v01029         10  DF-Start-Byte            pic 9(9) comp.
v01029         10  DF-Length                pic 9(9) comp.
v01029         10  DF-Length-Byte           pic 9(9) comp.
v01029         10  DF-Type                  pic 9(2) comp.
v01029         10  DF-Dims                  pic 9(4) comp.
v01029         10  DF-Mig-sw                pic 9(1) comp.
v01029             88  DF-Migrates                  value 1.
v01029         10  DF-Mig-Type              pic 9(2) comp.
v01029         10  DF-Mig-Len               pic 9(9) comp.
v01029         10  DF-Mask-sw               pic 9(1) comp.
v01029         10  DF-Break-sw              pic 9(1) comp.
v01029         10  DF-Sum-sw                pic 9(1) comp.
v01029         10  DF-CtlAmt-sw             pic 9(1) comp.
v01029         10  DF-Cond-Text             pic x(80).
v01029         10  DF-Cond-Len              pic 9(3) comp.
v01029         10  DF-Date-Fmt              pic x(20).
v01029         10  DF-Mig-Date-Fmt          pic x(20).
v01029         10  DF-API                   pic 9(5) comp.
v01029         10  DF-Func-sw               pic 9(1) comp.
v01029         10  DF-Default-sw            pic 9(1) comp.
v01029         10  DF-Code-Table            pic x(8).
v01029         10  DF-Code-Mig              pic 9(1) comp.
v01029         10  DF-Code-Desc-Len         pic 9(5) comp.
v01029         10  DF-Tgt-sw                pic 9(1) comp.
v01029             88  DF-Tgt-None                  value 0.
v01029             88  DF-Tgt-Fixed                 value 1.
v01029             88  DF-Tgt-Data-Dependent        value 2.
v01029         10  DF-Tgt-Start             pic 9(9) comp.
v01029         10  DF-Mate                  pic 9(9) comp.

v01029*----------------------------------------------------------------
v01029*    Diff-Rec-Area.  One row per record type of both decks: the
v01029*    record-type declarations, its rows in Diff-Field-Area, the
v01029*    length of its MIG record when every position is fixed,
v01029*    its paired row from the other deck and what the change
v01029*    does downstream.
v01029*----------------------------------------------------------------
v01029 01  Diff-Rec-Area                      based.
v01029     05  DR-Max                   pic 9(9) comp.
v01029     05  DR-Cnt                   pic 9(9) comp.
v01029     05  DR-Table                occurs 1 times.
v01029         10  DR-Side                  pic 9(1) comp.
v01029         10  DR-KN                    pic x(30).
v01029         10  DR-Dest                  pic 9(1) comp.
v01029         10  DR-Cond-Text             pic x(80).
v01029         10  DR-Cond-Len              pic 9(3) comp.
v01029         10  DR-Key-Name              pic x(30).
v01029         10  DR-Match-Name            pic x(30).
v01029         10  DR-Par-sw                pic 9(1) comp.
v01029         10  DR-Flat-Slots            pic 9(4) comp.
v01029         10  DR-Mig-Len               pic 9(9) comp.
v01029         10  DR-Mig-Fields            pic 9(9) comp.
v01029         10  DR-First-DF              pic 9(9) comp.
v01029         10  DR-Last-DF               pic 9(9) comp.
v01029         10  DR-Mate                  pic 9(9) comp.
v01029         10  DR-DDL-sw                pic 9(1) comp.
v01029             88  DR-DDL-Changes               value 1.
v01029         10  DR-Verify-sw             pic 9(1) comp.
v01029             88  DR-Verify-Changes            value 1.
v01029         10  DR-Diffs                 pic 9(9) comp.

v01029*    'header-only mirror of Formula-Area, used to size its
v01029*    'fixed portion when computing the Formula-Area allocation
v01029 01  m-FAS.
v01029     05 m-FAS-UBoundFAEntries pic 9(9) comp.
v01029     05 m-FAS-TotalEntryQty   pic 9(9) comp.

v01029 01  Display-Memory-Allocated.
v01029     03  filler              pic x(2) value '* '.
v01029     03  DMA-Table           pic x(20) value spaces.
v01029     03  filler              pic x     value space.
v01029     03  DMA-Bytes           pic z(9)9.
v01029     03  filler              pic x     value space.
v01029     03  DMA-Entries         pic z(8)9.
v01029     03  filler              pic x(15) value spaces.
v01029     03  filler              pic x     value '*'.

v01029*    'HKSys service that re-points DD DLL at another DD's deck
v01029*    '(the DLL counterpart of ENGINE's Alloc-Infile-DSN)
v01029 01  HKSys-Functions.
v01029     03  Alloc-DLL-DSN         pic 9(4) comp value 14.
v01029     03  Diff-DDName           pic x(8)  value spaces.
v01029     03  Diff-DSN              pic x(44) value spaces.

v01029 01  Type-Names.
v01029     05 filler pic x(54) value
v01029        'CH    ZD    PD    PDNEC PDNEC4BIN   BIS   BIT   NIB   '.
v01029 01  filler redefines Type-Names.
v01029     05 Type-Name            occurs 9 times pic x(6).
v01029 01  Mig-Type-Names.
v01029     05 filler pic x(36) value
v01029        'CH    ZD    PD    BIN   BIS   LS    '.
v01029     05 filler pic x(30) value
v01029        'TS    PDNEC PDNEC4BIT   NIB   '.
v01029 01  filler redefines Mig-Type-Names.
v01029     05 Mig-Type-Name        occurs 11 times pic x(6).

v01029 01  MISC-AREA.
v01029     03 DIFFRPT-IO-STATUS    PIC X(2)      VALUE '00'.
v01029     03 RC                   PIC 9(4) COMP VALUE 0.
v01029     03 PRET                 PIC 9(9) COMP VALUE 0.
v01029     03 Diff-Side            PIC 9(1) COMP VALUE 0.
v01029     03 Diff-New-Fields      PIC 9(9) COMP VALUE 0.
v01029     03 Diff-Tgt-Cursor      PIC 9(9) COMP VALUE 0.
v01029     03 Diff-Walk-sw         PIC 9(1) COMP VALUE 0.
v01029         88 Diff-Walk-Fixed                value 0.
v01029         88 Diff-Walk-Stopped              value 1.
v01029     03 Diff-R               PIC 9(9) COMP VALUE 0.
v01029     03 Diff-OR              PIC 9(9) COMP VALUE 0.
v01029     03 Diff-NR              PIC 9(9) COMP VALUE 0.
v01029     03 Diff-F               PIC 9(9) COMP VALUE 0.
v01029     03 Diff-O               PIC 9(9) COMP VALUE 0.
v01029     03 Diff-N               PIC 9(9) COMP VALUE 0.
v01029     03 Diff-X               PIC 9(9) COMP VALUE 0.
v01029     03 Diff-Impact          PIC 9(1) COMP VALUE 0.
v01029         88 Diff-No-Impact                 value 0.
v01029         88 Diff-Verify-Impact             value 1.
v01029         88 Diff-DDL-Impact                value 2.
v01029     03 Diff-Old-Num         PIC 9(9) COMP VALUE 0.
v01029     03 Diff-New-Num         PIC 9(9) COMP VALUE 0.
v01029     03 Diff-Num-Edit        PIC Z(8)9.
v01029     03 Diff-Old-Text        PIC X(80)     VALUE SPACES.
v01029     03 Diff-New-Text        PIC X(80)     VALUE SPACES.
v01029     03 Diff-Old-Cond-Len    PIC 9(3) COMP VALUE 0.
v01029     03 Diff-New-Cond-Len    PIC 9(3) COMP VALUE 0.
v01029     03 Diff-Attr            PIC X(12)     VALUE SPACES.
v01029     03 Diff-Verdict         PIC X(9)      VALUE SPACES.
v01029     03 Diff-Old-Version     PIC X(8)      VALUE SPACES.
v01029     03 Diff-Old-GenDate     PIC X(10)     VALUE SPACES.
v01029     03 Diff-New-Version     PIC X(8)      VALUE SPACES.
v01029     03 Diff-New-GenDate     PIC X(10)     VALUE SPACES.

v01029 01  WS-COUNTERS.
v01029     03 WS-Types-Added       PIC 9(9) COMP VALUE 0.
v01029     03 WS-Types-Removed     PIC 9(9) COMP VALUE 0.
v01029     03 WS-Types-Changed     PIC 9(9) COMP VALUE 0.
v01029     03 WS-Fields-Added      PIC 9(9) COMP VALUE 0.
v01029     03 WS-Fields-Removed    PIC 9(9) COMP VALUE 0.
v01029     03 WS-Fields-Changed    PIC 9(9) COMP VALUE 0.
v01029     03 WS-Changes           PIC 9(9) COMP VALUE 0.
v01029     03 WS-Shifts            PIC 9(9) COMP VALUE 0.
v01029     03 WS-DDL-Types         PIC 9(9) COMP VALUE 0.
v01029     03 WS-Verify-Types      PIC 9(9) COMP VALUE 0.

v01029*    'an attribute that differs between the decks
v01029 01  Diff-Change-Line.
v01029     03 DCL-Verdict     pic x(9)  value spaces.
v01029     03 filler          pic x(6)  value 'TYPE: '.
v01029     03 DCL-Type-Name   pic x(30) value spaces.
v01029     03 filler          pic x(8)  value ' FIELD: '.
v01029     03 DCL-Field-Name  pic x(30) value spaces.
v01029     03 filler          pic x(1)  value space.
v01029     03 DCL-Attr        pic x(12) value spaces.
v01029     03 filler          pic x(6)  value ' OLD: '.
v01029     03 DCL-Old         pic x(30) value spaces.
v01029     03 filler          pic x(6)  value ' NEW: '.
v01029     03 DCL-New         pic x(30) value spaces.

v01029*    'a condition text in full, under its CHANGED line
v01029 01  Diff-Text-Line.
v01029     03 filler          pic x(9)  value spaces.
v01029     03 DTL-Label       pic x(6)  value spaces.
v01029     03 DTL-Text        pic x(80) value spaces.

v01029*    'a field one deck has and the other does not
v01029 01  Diff-Field-Line.
v01029     03 DFL-Verdict     pic x(9)  value spaces.
v01029     03 filler          pic x(6)  value 'TYPE: '.
v01029     03 DFL-Type-Name   pic x(30) value spaces.
v01029     03 filler          pic x(8)  value ' FIELD: '.
v01029     03 DFL-Field-Name  pic x(30) value spaces.
v01029     03 filler          pic x(7)  value ' START:'.
v01029     03 DFL-Start       pic 9(5)  value zeroes.
v01029     03 filler          pic x(5)  value ' LEN:'.
v01029     03 DFL-Len         pic 9(5)  value zeroes.
v01029     03 filler          pic x(6)  value ' TYPE:'.
v01029     03 DFL-Type        pic x(6)  value spaces.
v01029     03 filler          pic x(5)  value ' MIG:'.
v01029     03 DFL-Mig-Type    pic x(6)  value spaces.
v01029     03 filler          pic x(8)  value ' MIGLEN:'.
v01029     03 DFL-Mig-Len     pic 9(5)  value zeroes.
v01029     03 filler          pic x(8)  value ' MIGPOS:'.
v01029     03 DFL-Mig-Pos     pic x(9)  value spaces.

v01029 01  Diff-Impact-Line.
v01029     03 filler          pic x(9)  value 'IMPACT   '.
v01029     03 filler          pic x(6)  value 'TYPE: '.
v01029     03 DIL-Type-Name   pic x(30) value spaces.
v01029     03 filler          pic x(9)  value ' DDLGEN: '.
v01029     03 DIL-DDL         pic x(28) value spaces.
v01029     03 filler          pic x(11) value ' MIGVERIF: '.
v01029     03 DIL-Verify      pic x(28) value spaces.
v01029     03 filler          pic x(9)  value ' CHANGES:'.
v01029     03 DIL-Diffs       pic zzz,zz9 value zeroes.

v01029 01  Diff-Summary-Line.
v01029     03 DSL-Label       pic x(30) value spaces.
v01029     03 filler          pic x(2)  value '= '.
v01029     03 DSL-Count       pic zzz,zzz,zz9 value zeroes.

       LINKAGE SECTION.
       COPY LNKPRET.
       COPY LnkChain.
       COPY LNKTBL.
       COPY LNKCOND.
       COPY LnkFunc.
       copy lnkform.
v01029 copy LNKALT.

       PROCEDURE DIVISION.
v01029     display PROGRAM-COPYRIGHT ' Version:' Version
v01029     OPEN OUTPUT LOG-FILE
v01029     move PROGRAM-COPYRIGHT to Log-record
v01029     write Log-record
v01029     move 'DLLDIFF DLL deck comparison' to Log-record
v01029     write Log-record
v01029     OPEN OUTPUT DIFFRPT-FILE
v01029     if DIFFRPT-IO-STATUS NOT = '00'
v01029       display 'DllDiff:DIFFRPT OPEN ERROR:' DIFFRPT-IO-STATUS
v01029       move 12 to return-code
v01029       stop run
v01029     end-if
v01029     perform Create-the-Heap
v01029*    'the proposed deck is sized first, so the copy of both
v01029*    'decks can be allocated once the production deck loads
v01029     move 'DLLNEW' to Diff-DDName
v01029     perform Point-DLL-at-Deck
v01029     perform Load-the-Options
v01029     move Opt-DefinedFields to Diff-New-Fields
v01029     if Diff-New-Fields = 0
v01029       move 1 to Diff-New-Fields
v01029     end-if
v01029     move 'DLLOLD' to Diff-DDName
v01029     perform Point-DLL-at-Deck
v01029     perform Load-the-Options
v01029     display
v01029     '*----------- Memory Allocations (DLLOLD) ---------------*'
v01029     perform Allocate-the-Table-Space
v01029     perform Load-the-Deck
v01029     perform Allocate-the-Diff-Space
v01029     display
v01029     '*--------------------------------------------------------*'
v01029     move 1 to Diff-Side
v01029     move DLL-Version to Diff-Old-Version
v01029     move DLL-GenDate to Diff-Old-GenDate
v01029     perform Copy-the-Deck
v01029     move 'DLLNEW' to Diff-DDName
v01029     perform Point-DLL-at-Deck
v01029     perform Load-the-Options
v01029     display
v01029     '*----------- Memory Allocations (DLLNEW) ---------------*'
v01029     perform Allocate-the-Table-Space
v01029     perform Load-the-Deck
v01029     display
v01029     '*--------------------------------------------------------*'
v01029     move 2 to Diff-Side
v01029     move DLL-Version to Diff-New-Version
v01029     move DLL-GenDate to Diff-New-GenDate
v01029     perform Copy-the-Deck
v01029     perform Write-the-Heading
v01029     perform Compare-the-Decks
v01029     perform Write-the-Impact
v01029     perform Write-the-Summary
v01029     CLOSE DIFFRPT-FILE LOG-FILE
v01029     evaluate true
v01029       when WS-DDL-Types > 0 or WS-Verify-Types > 0
v01029         move 8 to RC
v01029       when WS-Changes > 0
v01029         or WS-Fields-Added > 0 or WS-Fields-Removed > 0
v01029         or WS-Types-Added > 0 or WS-Types-Removed > 0
v01029         move 4 to RC
v01029       when other
v01029         move 0 to RC
v01029     end-evaluate
v01029     move RC to return-code
v01029     display 'DllDiff v' Version ' ended (rc=' RC ')'
v01029     STOP RUN
v01029     .

v01029 Point-DLL-at-Deck.
v01029     move spaces to Diff-DSN
v01029     call 'HKSys' using Alloc-DLL-DSN, Diff-DDName, Diff-DSN
v01029     display 'DllDiff:DLL now points at DD=' Diff-DDName
v01029     .

      *--------------------------------------------------------------
      * Load-the-Options. Options and DLL summation for the deck DD
      * DLL points at, as ENGINE does them before LoadDLL.
      *--------------------------------------------------------------
v01029 Load-the-Options.
v01029     move 16 to RangeTbl-Max
v01029     move 64 to RangeVal-Max
v01029     move 00 to RangeTbl-Ptr
v01029     move 00 to RangeTbl-Cnt
v01029     perform varying RngTblInx from 1 by 1
v01029       until RngTblInx > RangeTbl-Max
v01029       move zeroes to Range-Zero-Ptr(RngTblInx)
v01029                      Range-CNT(RngTblInx)
v01029       perform varying RngInx from 1 by 1
v01029         until RngInx > RangeVal-Max
v01029         move zeroes to Range-Low(RngTblInx, RngInx)
v01029                        Range-High(RngTblInx, RngInx)
v01029         move spaces to Range-Text(RngTblInx, RngInx)
v01029       end-perform
v01029     end-perform
v01029     move zeroes to DateFMT-Ptr
v01029     move zeroes to DateFMT-Cnt
v01029     move 99     to DateFMT-Max
v01029     call 'Load-Options' using
v01029        Options-in-Effect, Counters-and-Totals, Range-Table-Area
v01029     call 'SumDLL' using Options-in-Effect, File-Table-Area
v01029     .

v01029 Load-the-Deck.
V01029     call 'LoadDLL' using DLL-Area
v01029        FILE-TABLE-AREA, Record-Table-Area,
v01029        Table-Table-Area,
v01029        Pre-Field-Table-Area,
v01029        Pre-Chain-Table-Area,
v01029        Cond-Table-Area,
v01029        Func-TABLE-AREA, EntryLength-TABLE-AREA
v01029        Gaps-in-Bits-Area,
v01029        Counters-and-Totals, Options-in-Effect, Log-Record
v01029        Formula-Area
v01029        Formula-Execution-Area
v01029        Default-Table-Area
v01029        Remarks-Table-Area
v01029        Range-Table-Area
v01029        Alt1-Table-Area, Alt2-Table-Area
v01029        Alt3-Table-Area
v01029        DateFMT-Table-Area
v01029     if Return-Code > 0 then
v01029       display 'DllDiff: Error Loading DLL from DD=' Diff-DDName
v01029         ' RC=' Return-code '. (Error message is above)'
v01029       move return-code to RC
v01029       close DIFFRPT-FILE LOG-FILE
v01029       move RC to return-code
v01029       stop run
v01029     end-if
v01029     .

v01029 Create-the-Heap.
v01029     move 0 TO HEAPID
v01029     move 1 TO HPSIZE
v01029     move 0 TO INCR
v01029     move 0 TO OPTS
MFMFMF     call "CEECRHP" using HEAPID, HPSIZE, INCR, OPTS, FC
MFMFMF     if not CEE000 of FC THEN
MFMFMF       display 'DllDiff:Allocate error:CEECRHP:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01029     .

      *--------------------------------------------------------------
      * Allocate-the-Table-Space. The table space one deck loads
      * into. Each deck gets its own; what the comparison needs from
      * the first is copied aside before the second loads.
      *--------------------------------------------------------------
v01029 Allocate-the-Table-Space.
v01029     if Opt-DefinedFields = 0
v01029       move 1 to Opt-DefinedFields
v01029     end-if
v01029     compute NBytes = (length of PreField-Table(1)
v01029                    * Opt-DefinedFields) + 12
v01029     move 'Pre-Field-Table'  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Field-Table-area to Addrss
v01029     move Opt-DefinedFields to PREFIELD-MAX
v01029     move 0      to PREFIELD-PTR
v01029     move 0      to PREFIELD-CNT

v01029     compute NBytes = (length of PreChain-Table(1)
v01029                    * Opt-DefinedFields)
v01029     move 'Pre-Chain-Table'  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Chain-Table-area to Addrss

v01029     if Opt-DefinedTables = 0
v01029       move 1 to Opt-DefinedTables
v01029     end-if
v01029     compute NBytes = (length of Table-Table(1)
v01029                    * Opt-DefinedTables) + 12
v01029     move 'Table-Table    '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Table-Table-area to Addrss
v01029     move Opt-DefinedTables to Table-Max
v01029     move 0      to Table-Ptr
v01029     move 0      to Table-Cnt

v01029     if Opt-DefinedConds = 0
v01029       move 1 to Opt-DefinedConds
v01029     end-if
v01029     compute NBytes = (length of Cond-Table(1)
v01029                       * Opt-DefinedConds) + 20
v01029     move 'Cond-Table     '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Cond-Table-area to Addrss
v01029     move Opt-DefinedConds to Cond-MAX
v01029     move 0      to Cond-CNT
v01029     move 0      to TotalExecutionQty
v01029     move 0      to TotalEntryQty

v01029     if Opt-DefinedFuncs = 0
v01029       move 1 to Opt-DefinedFuncs
v01029     end-if
v01029     compute NBytes = (length of Func-Table(1)
v01029                       * Opt-DefinedFuncs) + 12
v01029     move 'Func-Table     '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Func-Table-area to Addrss
v01029     move Opt-DefinedFuncs to Func-MAX
v01029     move 0      to Func-CNT
v01029     move 0      to Func-Ptr

v01029     if Opt-DefinedOps   = 0
v01029       move 1 to Opt-DefinedOps
v01029     end-if
v01029     compute NBytes = length of m-FAS + 8
v01029                    + (length of FAEntries(1) * Opt-DefinedOps)
v01029     move 'Formula-Area   '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Area    to Addrss
v01029     move Opt-DefinedOps to UBoundFAEntries

v01029     compute NBytes = length of FAExecutionList(1)
v01029                    * Opt-DefinedOps
v01029     move 'Formula-Exec   '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Execution-Area to Addrss
v01029     move Opt-DefinedOps to UBoundFAExecutionList

v01029     compute NBytes =
v01029       (length of Alt1-Table(1) * (1 + OPT-Alt1-DLL-CNT)) + 12
v01029     move 'Alt1-Table'       to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt1-Table-area to Addrss
v01029     move high-values to Alt1-Table-Area
v01029     move 0 to Alt1-PTR
v01029     move 1 to Alt1-Cnt
v01029     compute Alt1-Total = Alt1-Cnt + OPT-Alt1-DLL-CNT

v01029     compute NBytes =
v01029       (length of Alt2-Table(1) * (1 + OPT-Alt2-DLL-CNT)) + 12
v01029     move 'Alt2-Table'       to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt2-Table-area to Addrss
v01029     move high-values to Alt2-Table-Area
v01029     move 0 to Alt2-PTR
v01029     move 1 to Alt2-Cnt
v01029     compute Alt2-Total = Alt2-Cnt + OPT-Alt2-DLL-CNT

v01029     compute NBytes =
v01029       (length of Alt3-Table(1) * (1 + OPT-Alt3-DLL-CNT)) + 12
v01029     move 'Alt3-Table'       to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt3-Table-area to Addrss
v01029     move high-values to Alt3-Table-Area
v01029     move 0 to Alt3-PTR
v01029     move 1 to Alt3-Cnt
v01029     compute Alt3-Total = Alt3-Cnt + OPT-Alt3-DLL-CNT
v01029     .

      *--------------------------------------------------------------
      * Allocate-the-Diff-Space. Room for the fields and record types
      * of both decks: the production deck as loaded, the proposed
      * deck by its own field count (every record type has a field
      * entry of its own, so that count bounds its types too).
      *--------------------------------------------------------------
v01029 Allocate-the-Diff-Space.
v01029     compute NBytes = (length of DF-Table(1)
v01029                    * (PreField-Cnt + Diff-New-Fields)) + 8
v01029     move 'Diff-Field     '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Diff-Field-Area to Addrss
v01029     compute DF-Max = PreField-Cnt + Diff-New-Fields
v01029     move 0 to DF-Cnt
v01029     compute NBytes = (length of DR-Table(1)
v01029                    * (Record-Cnt + Diff-New-Fields)) + 8
v01029     move 'Diff-Rec       '  to DMA-Table
v01029     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Diff-Rec-Area to Addrss
v01029     compute DR-Max = Record-Cnt + Diff-New-Fields
v01029     move 0 to DR-Cnt
v01029     .

v01029 Get-Heap-Storage.
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'DllDiff:Allocate Error:' DMA-Table
MFMFMF               ':CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01029     move NBytes             to DMA-Bytes
v01029     move zeroes             to DMA-Entries
v01029     display Display-Memory-Allocated
v01029     .

      *--------------------------------------------------------------
      * Copy-the-Deck. The record types and fields of the deck just
      * loaded, copied aside under Diff-Side with their conditions,
      * date formats and key names resolved to text (the indexes
      * into those tables differ between decks) and their MIG
      * target positions derived.
      *--------------------------------------------------------------
v01029 Copy-the-Deck.
v01029     perform varying Rec-Ptr from 1 by 1
v01029       until Rec-Ptr > Record-Cnt
v01029       perform Copy-a-Record-Type
v01029     end-perform
v01029     .

v01029 Copy-a-Record-Type.
v01029     if DR-Cnt >= DR-Max
v01029       display 'DllDiff:more record types than allocated ('
v01029               DR-Max ')'
v01029       move 16 to return-code
v01029       stop run
v01029     end-if
v01029     add 1 to DR-Cnt
v01029     move DR-Cnt              to Diff-R
v01029     move Diff-Side           to DR-Side(Diff-R)
v01029     move RT-KN(Rec-Ptr)      to DR-KN(Diff-R)
v01029     move RT-Dest(Rec-Ptr)    to DR-Dest(Diff-R)
v01029     move RT-COND(Rec-Ptr)    to PRET
v01029     perform Get-the-Cond-Text
v01029     move Diff-New-Text       to DR-Cond-Text(Diff-R)
v01029     move Diff-New-Cond-Len   to DR-Cond-Len(Diff-R)
v01029     move spaces              to DR-Key-Name(Diff-R)
v01029                                 DR-Match-Name(Diff-R)
v01029     if RT-Key-Field(Rec-Ptr) > 0
v01029       move PRET-FIELDNAME(RT-Key-Field(Rec-Ptr))
v01029         to DR-Key-Name(Diff-R)
v01029     end-if
v01029     if RT-Match-Field(Rec-Ptr) > 0
v01029       move PRET-FIELDNAME(RT-Match-Field(Rec-Ptr))
v01029         to DR-Match-Name(Diff-R)
v01029     end-if
v01029     move RT-Par-sw(Rec-Ptr)      to DR-Par-sw(Diff-R)
v01029     move RT-Flat-Slots(Rec-Ptr)  to DR-Flat-Slots(Diff-R)
v01029     move 0 to DR-Mig-Fields(Diff-R), DR-Mate(Diff-R)
v01029               DR-DDL-sw(Diff-R), DR-Verify-sw(Diff-R)
v01029               DR-Diffs(Diff-R)
v01029     compute DR-First-DF(Diff-R) = DF-Cnt + 1
v01029     move 1 to Diff-Tgt-Cursor
v01029     set Diff-Walk-Fixed to true
v01029     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01029       until PRET > RT-End-Pret(Rec-Ptr)
v01029       if not Record-Field(PRET)
v01029         perform Copy-a-Field
v01029       end-if
v01029     end-perform
v01029     move DF-Cnt to DR-Last-DF(Diff-R)
v01029     compute DR-Mig-Len(Diff-R) = Diff-Tgt-Cursor - 1
v01029     .

v01029 Copy-a-Field.
v01029     if DF-Cnt >= DF-Max
v01029       display 'DllDiff:more fields than allocated (' DF-Max ')'
v01029       move 16 to return-code
v01029       stop run
v01029     end-if
v01029     add 1 to DF-Cnt
v01029     move DF-Cnt                  to Diff-F
v01029     move Diff-Side               to DF-Side(Diff-F)
v01029     move Diff-R                  to DF-Rec(Diff-F)
v01029     move PRET-FIELDNAME(PRET)    to DF-Name(Diff-F)
v01029     move PRET-ENTRY-TYPE(PRET)   to DF-Entry-Type(Diff-F)
v01029     move PRET-START-BYTE(PRET)   to DF-Start-Byte(Diff-F)
v01029     move PRET-LENGTH(PRET)       to DF-Length(Diff-F)
v01029     move PRET-LENGTH-BYTE(PRET)  to DF-Length-Byte(Diff-F)
v01029     move PRET-TYPE(PRET)         to DF-Type(Diff-F)
v01029     move PRET-DIMS(PRET)         to DF-Dims(Diff-F)
v01029     move PRET-MIG-SW(PRET)       to DF-Mig-sw(Diff-F)
v01029     move PRET-MIG-TYPE(PRET)     to DF-Mig-Type(Diff-F)
v01029     move PRET-MIG-LEN(PRET)      to DF-Mig-Len(Diff-F)
v01029     move PRET-MASK-SW(PRET)      to DF-Mask-sw(Diff-F)
v01029     move PRET-BREAK-SW(PRET)     to DF-Break-sw(Diff-F)
v01029     move PRET-SUM-SW(PRET)       to DF-Sum-sw(Diff-F)
v01029     move PRET-CTLAMT-SW(PRET)    to DF-CtlAmt-sw(Diff-F)
v01029     move PRET-MIG-API(PRET)      to DF-API(Diff-F)
v01029     move 0 to DF-Func-sw(Diff-F), DF-Default-sw(Diff-F)
v01029     if PRET-FUNC(PRET) > 0
v01029       move 1 to DF-Func-sw(Diff-F)
v01029     end-if
v01029     if PRET-DEFAULT(PRET) > 0
v01029       move 1 to DF-Default-sw(Diff-F)
v01029     end-if
v01029     move PRET-CODE-TABLE(PRET)   to DF-Code-Table(Diff-F)
v01029     if DF-Code-Table(Diff-F) = low-values
v01029       move spaces to DF-Code-Table(Diff-F)
v01029     end-if
v01029     move PRET-CODE-MIG-SW(PRET)  to DF-Code-Mig(Diff-F)
v01029     move PRET-CODE-DESC-LEN(PRET) to DF-Code-Desc-Len(Diff-F)
v01029     move spaces to DF-Date-Fmt(Diff-F), DF-Mig-Date-Fmt(Diff-F)
v01029     if PRET-DATE-FMT(PRET) > 0
v01029       move DateFMT-Text(PRET-DATE-FMT(PRET))
v01029         to DF-Date-Fmt(Diff-F)
v01029     end-if
v01029     if PRET-MIG-DATE-FMT(PRET) > 0
v01029       move DateFMT-Text(PRET-MIG-DATE-FMT(PRET))
v01029         to DF-Mig-Date-Fmt(Diff-F)
v01029     end-if
v01029     move PRET to Diff-X
v01029     move PRET-COND(Diff-X) to PRET
v01029     perform Get-the-Cond-Text
v01029     move Diff-X to PRET
v01029     move Diff-New-Text to DF-Cond-Text(Diff-F)
v01029     move Diff-New-Cond-Len to DF-Cond-Len(Diff-F)
v01029     move 0 to DF-Mate(Diff-F)
v01029*    'the occurrence of the name within its record type
v01029     move 1 to DF-Ord(Diff-F)
v01029     perform varying Diff-X from DR-First-DF(Diff-R) by 1
v01029       until Diff-X >= Diff-F
v01029       if DF-Name(Diff-X) = DF-Name(Diff-F)
v01029         add 1 to DF-Ord(Diff-F)
v01029       end-if
v01029     end-perform
v01029*    'its MIG target position, the way MIGVERIF derives it
v01029     evaluate true
v01029       when Table-Field(PRET)
v01029       when Table-Occur(PRET)
v01029       when Table-ODO(PRET)
v01029         set Diff-Walk-Stopped to true
v01029       when GROUP-FIELD(PRET) and PRET-MIG-Requested(PRET)
v01029         set Diff-Walk-Stopped to true
v01029     end-evaluate
v01029     move 0 to DF-Tgt-sw(Diff-F), DF-Tgt-Start(Diff-F)
v01029     if PRET-MIG-Requested(PRET)
v01029       add 1 to DR-Mig-Fields(Diff-R)
v01029       if Diff-Walk-Stopped
v01029         set DF-Tgt-Data-Dependent(Diff-F) to true
v01029       else
v01029         if not GROUP-FIELD(PRET)
v01029           set DF-Tgt-Fixed(Diff-F) to true
v01029           move Diff-Tgt-Cursor to DF-Tgt-Start(Diff-F)
v01029           add PRET-MIG-LEN(PRET) to Diff-Tgt-Cursor
v01029           if DF-Code-Table(Diff-F) not = spaces
v01029           and PRET-Code-Migrate-Both(PRET)
v01029             if PRET-CODE-DESC-LEN(PRET) = 0
v01029               add 30 to Diff-Tgt-Cursor
v01029             else
v01029               add PRET-CODE-DESC-LEN(PRET) to Diff-Tgt-Cursor
v01029             end-if
v01029           end-if
v01029         end-if
v01029       end-if
v01029     end-if
v01029     .

v01029*    'condition number PRET (0 = none) as its statement text;
v01029*    'the tables keep 80 bytes of it, its length is kept whole
v01029 Get-the-Cond-Text.
v01029     move spaces to Diff-New-Text
v01029     move 0      to Diff-New-Cond-Len
v01029     if PRET > 0 and PRET <= Cond-Cnt
v01029       move Cond-Statement-Len(PRET) to Diff-New-Cond-Len
v01029       if Cond-Statement-Len(PRET) > 0
v01029       and Cond-Statement-Len(PRET) <= 80
v01029         move Cond-statement(PRET)(1:Cond-Statement-Len(PRET))
v01029           to Diff-New-Text
v01029       else
v01029         move Cond-statement(PRET) to Diff-New-Text
v01029       end-if
v01029     end-if
v01029     .

v01029 Write-the-Heading.
v01029     move spaces to DIFFRPT-RECORD
v01029     string 'DLLDIFF - DLLOLD VERSION ' delimited by size
v01029            Diff-Old-Version           delimited by size
v01029            ' GENERATED '              delimited by size
v01029            Diff-Old-GenDate           delimited by size
v01029            '  DLLNEW VERSION '        delimited by size
v01029            Diff-New-Version           delimited by size
v01029            ' GENERATED '              delimited by size
v01029            Diff-New-GenDate           delimited by size
v01029       into DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     move spaces to DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     .

      *--------------------------------------------------------------
      * Compare-the-Decks. Pair the record types by name, then within
      * each pair the fields by name and occurrence; report each
      * attribute that differs, the fields one deck has and the other
      * lacks, then the record types only one deck has.
      *--------------------------------------------------------------
v01029 Compare-the-Decks.
v01029     perform varying Diff-NR from 1 by 1 until Diff-NR > DR-Cnt
v01029       if DR-Side(Diff-NR) = 2
v01029         perform Pair-a-Record-Type
v01029       end-if
v01029     end-perform
v01029     perform varying Diff-NR from 1 by 1 until Diff-NR > DR-Cnt
v01029       if DR-Side(Diff-NR) = 2
v01029         if DR-Mate(Diff-NR) = 0
v01029           perform Report-an-Added-Type
v01029         else
v01029           move DR-Mate(Diff-NR) to Diff-OR
v01029           perform Compare-a-Record-Type
v01029         end-if
v01029       end-if
v01029     end-perform
v01029     perform varying Diff-OR from 1 by 1 until Diff-OR > DR-Cnt
v01029       if DR-Side(Diff-OR) = 1
v01029       and DR-Mate(Diff-OR) = 0
v01029         perform Report-a-Removed-Type
v01029       end-if
v01029     end-perform
v01029     .

v01029 Pair-a-Record-Type.
v01029     perform varying Diff-OR from 1 by 1
v01029       until Diff-OR > DR-Cnt or DR-Mate(Diff-NR) > 0
v01029       if DR-Side(Diff-OR) = 1
v01029       and DR-Mate(Diff-OR) = 0
v01029       and DR-KN(Diff-OR) = DR-KN(Diff-NR)
v01029         move Diff-OR to DR-Mate(Diff-NR)
v01029         move Diff-NR to DR-Mate(Diff-OR)
v01029       end-if
v01029     end-perform
v01029     .

v01029 Report-an-Added-Type.
v01029     add 1 to WS-Types-Added
v01029     move 'ADDED    '  to DCL-Verdict
v01029     move DR-KN(Diff-NR) to DCL-Type-Name
v01029     move '*RECORD TYPE*' to DCL-Field-Name
v01029     move spaces to DCL-Attr DCL-Old DCL-New
v01029     write DIFFRPT-RECORD from Diff-Change-Line
v01029     move DR-Mig-Fields(Diff-NR) to DR-Diffs(Diff-NR)
v01029     if DR-Mig-Fields(Diff-NR) > 0
v01029       set DR-DDL-Changes(Diff-NR) to true
v01029       set DR-Verify-Changes(Diff-NR) to true
v01029     end-if
v01029     move 'ADDED    '  to DFL-Verdict
v01029     perform varying Diff-N from DR-First-DF(Diff-NR) by 1
v01029       until Diff-N > DR-Last-DF(Diff-NR)
v01029       add 1 to WS-Fields-Added
v01029       move Diff-N to Diff-F
v01029       perform Write-a-Field-Line
v01029     end-perform
v01029     .

v01029 Report-a-Removed-Type.
v01029     add 1 to WS-Types-Removed
v01029     move 'REMOVED  '  to DCL-Verdict
v01029     move DR-KN(Diff-OR) to DCL-Type-Name
v01029     move '*RECORD TYPE*' to DCL-Field-Name
v01029     move spaces to DCL-Attr DCL-Old DCL-New
v01029     write DIFFRPT-RECORD from Diff-Change-Line
v01029     move DR-Mig-Fields(Diff-OR) to DR-Diffs(Diff-OR)
v01029     if DR-Mig-Fields(Diff-OR) > 0
v01029       set DR-DDL-Changes(Diff-OR) to true
v01029       set DR-Verify-Changes(Diff-OR) to true
v01029     end-if
v01029     move 'REMOVED  '  to DFL-Verdict
v01029     perform varying Diff-O from DR-First-DF(Diff-OR) by 1
v01029       until Diff-O > DR-Last-DF(Diff-OR)
v01029       add 1 to WS-Fields-Removed
v01029       move Diff-O to Diff-F
v01029       perform Write-a-Field-Line
v01029     end-perform
v01029     .

      *--------------------------------------------------------------
      * Compare-a-Record-Type. The record-type declarations first,
      * then every field of the proposed deck against its pair, then
      * the production fields the proposed deck no longer has.
      *--------------------------------------------------------------
v01029 Compare-a-Record-Type.
v01029     move DR-KN(Diff-NR) to DCL-Type-Name
v01029     move '*RECORD TYPE*' to DCL-Field-Name
v01029*    'a new destination DD moves the type's DDL/LOAD member
v01029     move DR-Dest(Diff-OR) to Diff-Old-Num
v01029     move DR-Dest(Diff-NR) to Diff-New-Num
v01029     move 'DESTINATION' to Diff-Attr
v01029     set Diff-DDL-Impact to true
v01029     perform Compare-a-Number
v01029     move DR-Cond-Text(Diff-OR) to Diff-Old-Text
v01029     move DR-Cond-Text(Diff-NR) to Diff-New-Text
v01029     move DR-Cond-Len(Diff-OR)  to Diff-Old-Cond-Len
v01029     move DR-Cond-Len(Diff-NR)  to Diff-New-Cond-Len
v01029     move 'CONDITION' to Diff-Attr
v01029     set Diff-No-Impact to true
v01029     perform Compare-a-Condition
v01029     move DR-Key-Name(Diff-OR) to Diff-Old-Text
v01029     move DR-Key-Name(Diff-NR) to Diff-New-Text
v01029     move 'KEY FIELD' to Diff-Attr
v01029     perform Compare-a-Text
v01029     move DR-Par-sw(Diff-OR) to Diff-Old-Num
v01029     move DR-Par-sw(Diff-NR) to Diff-New-Num
v01029     move 'PARENT TYPE' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DR-Match-Name(Diff-OR) to Diff-Old-Text
v01029     move DR-Match-Name(Diff-NR) to Diff-New-Text
v01029     move 'MATCH FIELD' to Diff-Attr
v01029     perform Compare-a-Text
v01029*    'flattening slots reshape the parent's wide row
v01029     move DR-Flat-Slots(Diff-OR) to Diff-Old-Num
v01029     move DR-Flat-Slots(Diff-NR) to Diff-New-Num
v01029     move 'SLOTS' to Diff-Attr
v01029     set Diff-DDL-Impact to true
v01029     perform Compare-a-Number
v01029     perform varying Diff-N from DR-First-DF(Diff-NR) by 1
v01029       until Diff-N > DR-Last-DF(Diff-NR)
v01029       perform Pair-a-Field
v01029       if DF-Mate(Diff-N) = 0
v01029         add 1 to WS-Fields-Added
v01029         add 1 to DR-Diffs(Diff-NR)
v01029         if DF-Migrates(Diff-N)
v01029           set DR-DDL-Changes(Diff-NR) to true
v01029           set DR-Verify-Changes(Diff-NR) to true
v01029         end-if
v01029         move 'ADDED    '  to DFL-Verdict
v01029         move Diff-N to Diff-F
v01029         perform Write-a-Field-Line
v01029       else
v01029         move DF-Mate(Diff-N) to Diff-O
v01029         perform Compare-a-Field
v01029       end-if
v01029     end-perform
v01029     perform varying Diff-O from DR-First-DF(Diff-OR) by 1
v01029       until Diff-O > DR-Last-DF(Diff-OR)
v01029       if DF-Mate(Diff-O) = 0
v01029         add 1 to WS-Fields-Removed
v01029         add 1 to DR-Diffs(Diff-NR)
v01029         if DF-Migrates(Diff-O)
v01029           set DR-DDL-Changes(Diff-NR) to true
v01029           set DR-Verify-Changes(Diff-NR) to true
v01029         end-if
v01029         move 'REMOVED  '  to DFL-Verdict
v01029         move Diff-O to Diff-F
v01029         perform Write-a-Field-Line
v01029       end-if
v01029     end-perform
v01029     if DR-Diffs(Diff-NR) > 0
v01029       add 1 to WS-Types-Changed
v01029     end-if
v01029     .

v01029 Pair-a-Field.
v01029     perform varying Diff-O from DR-First-DF(Diff-OR) by 1
v01029       until Diff-O > DR-Last-DF(Diff-OR) or DF-Mate(Diff-N) > 0
v01029       if DF-Mate(Diff-O) = 0
v01029       and DF-Name(Diff-O) = DF-Name(Diff-N)
v01029       and DF-Ord(Diff-O)  = DF-Ord(Diff-N)
v01029         move Diff-O to DF-Mate(Diff-N)
v01029         move Diff-N to DF-Mate(Diff-O)
v01029       end-if
v01029     end-perform
v01029     .

      *--------------------------------------------------------------
      * Compare-a-Field. Each attribute of a paired field. What a
      * difference changes downstream (Diff-Impact) only counts when
      * the field migrates in either deck:
      *   DDL and verification - migrated or not, MIG type, MIG
      *     length, code migration, OCCURS, target position;
      *   verification only - start, length, type, mask, date
      *     formats, API, function, default, code table;
      *   neither - break, sum and control-amount marks, condition.
      *--------------------------------------------------------------
v01029 Compare-a-Field.
v01029     move DR-Diffs(Diff-NR) to Diff-X
v01029     move DF-Name(Diff-N) to DCL-Field-Name
v01029     set Diff-Verify-Impact to true
v01029     move DF-Start-Byte(Diff-O) to Diff-Old-Num
v01029     move DF-Start-Byte(Diff-N) to Diff-New-Num
v01029     move 'START' to Diff-Attr
v01029     perform Compare-a-Number
v01029     if DF-Length(Diff-O) not = DF-Length(Diff-N)
v01029       move DF-Length-Byte(Diff-O) to Diff-Old-Num
v01029       move DF-Length-Byte(Diff-N) to Diff-New-Num
v01029       if Diff-Old-Num = Diff-New-Num
v01029*        'a bit-length change inside the same byte count
v01029         move DF-Length(Diff-O) to Diff-Old-Num
v01029         move DF-Length(Diff-N) to Diff-New-Num
v01029         move 'LENGTH BITS' to Diff-Attr
v01029       else
v01029         move 'LENGTH' to Diff-Attr
v01029       end-if
v01029       perform Compare-a-Number
v01029     end-if
v01029     if DF-Type(Diff-O) not = DF-Type(Diff-N)
v01029       move DF-Type(Diff-O) to Diff-Old-Num
v01029       perform Name-the-Type
v01029       move Diff-New-Text to Diff-Old-Text
v01029       move DF-Type(Diff-N) to Diff-Old-Num
v01029       perform Name-the-Type
v01029       move 'TYPE' to Diff-Attr
v01029       perform Note-a-Change
v01029     end-if
v01029     move DF-Mask-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Mask-sw(Diff-N) to Diff-New-Num
v01029     move 'MASK' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-Date-Fmt(Diff-O) to Diff-Old-Text
v01029     move DF-Date-Fmt(Diff-N) to Diff-New-Text
v01029     move 'DATE FMT' to Diff-Attr
v01029     perform Compare-a-Text
v01029     move DF-Mig-Date-Fmt(Diff-O) to Diff-Old-Text
v01029     move DF-Mig-Date-Fmt(Diff-N) to Diff-New-Text
v01029     move 'MIG DATE FMT' to Diff-Attr
v01029     perform Compare-a-Text
v01029     move DF-API(Diff-O) to Diff-Old-Num
v01029     move DF-API(Diff-N) to Diff-New-Num
v01029     move 'API' to Diff-Attr
v01029     perform Compare-a-Number
v01029     move DF-Func-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Func-sw(Diff-N) to Diff-New-Num
v01029     move 'FUNCTION' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-Default-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Default-sw(Diff-N) to Diff-New-Num
v01029     move 'DEFAULT' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-Code-Table(Diff-O) to Diff-Old-Text
v01029     move DF-Code-Table(Diff-N) to Diff-New-Text
v01029     move 'CODE TABLE' to Diff-Attr
v01029     perform Compare-a-Text
v01029     set Diff-DDL-Impact to true
v01029     move DF-Mig-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Mig-sw(Diff-N) to Diff-New-Num
v01029     move 'MIGRATED' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     if DF-Mig-Type(Diff-O) not = DF-Mig-Type(Diff-N)
v01029       move DF-Mig-Type(Diff-O) to Diff-Old-Num
v01029       perform Name-the-Mig-Type
v01029       move Diff-New-Text to Diff-Old-Text
v01029       move DF-Mig-Type(Diff-N) to Diff-Old-Num
v01029       perform Name-the-Mig-Type
v01029       move 'MIG TYPE' to Diff-Attr
v01029       perform Note-a-Change
v01029     end-if
v01029     move DF-Mig-Len(Diff-O) to Diff-Old-Num
v01029     move DF-Mig-Len(Diff-N) to Diff-New-Num
v01029     move 'MIG LENGTH' to Diff-Attr
v01029     perform Compare-a-Number
v01029     move DF-Code-Mig(Diff-O) to Diff-Old-Num
v01029     move DF-Code-Mig(Diff-N) to Diff-New-Num
v01029     move 'CODE MIGRATE' to Diff-Attr
v01029     perform Compare-a-Number
v01029     move DF-Code-Desc-Len(Diff-O) to Diff-Old-Num
v01029     move DF-Code-Desc-Len(Diff-N) to Diff-New-Num
v01029     move 'CODE DESCLEN' to Diff-Attr
v01029     perform Compare-a-Number
v01029     move DF-Dims(Diff-O) to Diff-Old-Num
v01029     move DF-Dims(Diff-N) to Diff-New-Num
v01029     move 'OCCURS' to Diff-Attr
v01029     perform Compare-a-Number
v01029     set Diff-No-Impact to true
v01029     move DF-Break-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Break-sw(Diff-N) to Diff-New-Num
v01029     move 'BREAK' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-Sum-sw(Diff-O) to Diff-Old-Num
v01029     move DF-Sum-sw(Diff-N) to Diff-New-Num
v01029     move 'SUM' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-CtlAmt-sw(Diff-O) to Diff-Old-Num
v01029     move DF-CtlAmt-sw(Diff-N) to Diff-New-Num
v01029     move 'CTLAMT' to Diff-Attr
v01029     perform Compare-a-Flag
v01029     move DF-Cond-Text(Diff-O) to Diff-Old-Text
v01029     move DF-Cond-Text(Diff-N) to Diff-New-Text
v01029     move DF-Cond-Len(Diff-O)  to Diff-Old-Cond-Len
v01029     move DF-Cond-Len(Diff-N)  to Diff-New-Cond-Len
v01029     move 'CONDITION' to Diff-Attr
v01029     perform Compare-a-Condition
v01029     if DR-Diffs(Diff-NR) > Diff-X
v01029       add 1 to WS-Fields-Changed
v01029     end-if
v01029     perform Compare-the-Position
v01029     .

      *--------------------------------------------------------------
      * Compare-the-Position. Where a field migrated by both decks
      * lands in the MIG record. A shift moves its LOAD POSITION and
      * its verification pairing even when the field itself is
      * unchanged (a field before it grew, or appeared).
      *--------------------------------------------------------------
v01029 Compare-the-Position.
v01029     if DF-Migrates(Diff-O) and DF-Migrates(Diff-N)
v01029       if DF-Tgt-sw(Diff-O) not = DF-Tgt-sw(Diff-N)
v01029       or DF-Tgt-Start(Diff-O) not = DF-Tgt-Start(Diff-N)
v01029         add 1 to WS-Shifts
v01029         add 1 to DR-Diffs(Diff-NR)
v01029         set DR-DDL-Changes(Diff-NR) to true
v01029         set DR-Verify-Changes(Diff-NR) to true
v01029         move 'SHIFTED  '  to DCL-Verdict
v01029         move 'MIG POS'    to DCL-Attr
v01029         move Diff-O to Diff-F
v01029         perform Name-the-Position
v01029         move Diff-New-Text to DCL-Old
v01029         move Diff-N to Diff-F
v01029         perform Name-the-Position
v01029         move Diff-New-Text to DCL-New
v01029         write DIFFRPT-RECORD from Diff-Change-Line
v01029       end-if
v01029     end-if
v01029     .

v01029 Compare-a-Number.
v01029     if Diff-Old-Num not = Diff-New-Num
v01029       move Diff-Old-Num to Diff-Num-Edit
v01029       move Diff-Num-Edit to Diff-Old-Text
v01029       move Diff-New-Num to Diff-Num-Edit
v01029       move Diff-Num-Edit to Diff-New-Text
v01029       perform Note-a-Change
v01029     end-if
v01029     .

v01029 Compare-a-Flag.
v01029     if Diff-Old-Num not = Diff-New-Num
v01029       move 'N' to Diff-Old-Text, Diff-New-Text
v01029       if Diff-Old-Num > 0
v01029         move 'Y' to Diff-Old-Text
v01029       end-if
v01029       if Diff-New-Num > 0
v01029         move 'Y' to Diff-New-Text
v01029       end-if
v01029       perform Note-a-Change
v01029     end-if
v01029     .

v01029 Compare-a-Text.
v01029     if Diff-Old-Text not = Diff-New-Text
v01029       perform Note-a-Change
v01029     end-if
v01029     .

v01029*    'a condition is longer than the OLD/NEW columns; it is
v01029*    'written in full beneath its CHANGED line
v01029 Compare-a-Condition.
v01029     if Diff-Old-Text not = Diff-New-Text
v01029       perform Note-a-Change
v01029       move 'OLD: ' to DTL-Label
v01029       move Diff-Old-Text to DTL-Text
v01029       write DIFFRPT-RECORD from Diff-Text-Line
v01029       move 'NEW: ' to DTL-Label
v01029       move Diff-New-Text to DTL-Text
v01029       write DIFFRPT-RECORD from Diff-Text-Line
v01029     else
v01029*      'the first 80 bytes agree; a length that does not means
v01029*      'the statements differ after them
v01029       if Diff-Old-Cond-Len not = Diff-New-Cond-Len
v01029         perform Note-a-Change
v01029         move 'NOTE: ' to DTL-Label
v01029         move 'CONDITION CHANGED (BEYOND 80 BYTES)' to DTL-Text
v01029         write DIFFRPT-RECORD from Diff-Text-Line
v01029       end-if
v01029     end-if
v01029     .

v01029 Note-a-Change.
v01029     add 1 to WS-Changes
v01029     add 1 to DR-Diffs(Diff-NR)
v01029     if DCL-Field-Name = '*RECORD TYPE*'
v01029       perform Note-the-Impact
v01029     else
v01029       if DF-Migrates(Diff-O) or DF-Migrates(Diff-N)
v01029         perform Note-the-Impact
v01029       end-if
v01029     end-if
v01029     move 'CHANGED  '  to DCL-Verdict
v01029     move Diff-Attr    to DCL-Attr
v01029     move Diff-Old-Text to DCL-Old
v01029     move Diff-New-Text to DCL-New
v01029     write DIFFRPT-RECORD from Diff-Change-Line
v01029     .

v01029 Note-the-Impact.
v01029     evaluate true
v01029       when Diff-DDL-Impact
v01029         set DR-DDL-Changes(Diff-NR) to true
v01029         set DR-Verify-Changes(Diff-NR) to true
v01029       when Diff-Verify-Impact
v01029         set DR-Verify-Changes(Diff-NR) to true
v01029     end-evaluate
v01029     .

v01029*    'Diff-Old-Num as a source type name, into Diff-New-Text
v01029 Name-the-Type.
v01029     move spaces to Diff-New-Text
v01029     if Diff-Old-Num > 0 and Diff-Old-Num <= 9
v01029       move Type-Name(Diff-Old-Num) to Diff-New-Text
v01029     else
v01029       move Diff-Old-Num to Diff-Num-Edit
v01029       move Diff-Num-Edit to Diff-New-Text
v01029     end-if
v01029     .

v01029 Name-the-Mig-Type.
v01029     move spaces to Diff-New-Text
v01029     if Diff-Old-Num > 0 and Diff-Old-Num <= 11
v01029       move Mig-Type-Name(Diff-Old-Num) to Diff-New-Text
v01029     else
v01029       move Diff-Old-Num to Diff-Num-Edit
v01029       move Diff-Num-Edit to Diff-New-Text
v01029     end-if
v01029     .

v01029*    'field Diff-F's MIG target position, into Diff-New-Text
v01029 Name-the-Position.
v01029     evaluate true
v01029       when DF-Tgt-Fixed(Diff-F)
v01029         move DF-Tgt-Start(Diff-F) to Diff-Num-Edit
v01029         move Diff-Num-Edit to Diff-New-Text
v01029       when DF-Tgt-Data-Dependent(Diff-F)
v01029         move 'DATA-DEPENDENT' to Diff-New-Text
v01029       when other
v01029         move 'NOT MIGRATED' to Diff-New-Text
v01029     end-evaluate
v01029     .

v01029 Write-a-Field-Line.
v01029     move DR-KN(DF-Rec(Diff-F))    to DFL-Type-Name
v01029     move DF-Name(Diff-F)          to DFL-Field-Name
v01029     move DF-Start-Byte(Diff-F)    to DFL-Start
v01029     move DF-Length-Byte(Diff-F)   to DFL-Len
v01029     move DF-Type(Diff-F)          to Diff-Old-Num
v01029     perform Name-the-Type
v01029     move Diff-New-Text            to DFL-Type
v01029     if DF-Migrates(Diff-F)
v01029       move DF-Mig-Type(Diff-F)    to Diff-Old-Num
v01029       perform Name-the-Mig-Type
v01029       move Diff-New-Text          to DFL-Mig-Type
v01029       move DF-Mig-Len(Diff-F)     to DFL-Mig-Len
v01029     else
v01029       move '-'                    to DFL-Mig-Type
v01029       move 0                      to DFL-Mig-Len
v01029     end-if
v01029     perform Name-the-Position
v01029     move Diff-New-Text            to DFL-Mig-Pos
v01029     write DIFFRPT-RECORD from Diff-Field-Line
v01029     .

      *--------------------------------------------------------------
      * Write-the-Impact. Per record type of either deck with any
      * difference: whether DDLGEN would generate different DDL/LOAD
      * cards for it and whether MIGVERIF would pair its source and
      * target fields differently.
      *--------------------------------------------------------------
v01029 Write-the-Impact.
v01029     move spaces to DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     move 'DOWNSTREAM IMPACT' to DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     perform varying Diff-R from 1 by 1 until Diff-R > DR-Cnt
v01029       if DR-Diffs(Diff-R) > 0
v01029         move DR-KN(Diff-R) to DIL-Type-Name
v01029         if DR-DDL-Changes(Diff-R)
v01029           add 1 to WS-DDL-Types
v01029           move 'DDL/LOAD CARDS CHANGE' to DIL-DDL
v01029         else
v01029           move 'NO CHANGE' to DIL-DDL
v01029         end-if
v01029         if DR-Verify-Changes(Diff-R)
v01029           add 1 to WS-Verify-Types
v01029           move 'VERIFY MAPPING CHANGES' to DIL-Verify
v01029         else
v01029           move 'NO CHANGE' to DIL-Verify
v01029         end-if
v01029         move DR-Diffs(Diff-R) to DIL-Diffs
v01029         write DIFFRPT-RECORD from Diff-Impact-Line
v01029       end-if
v01029     end-perform
v01029     .

v01029 Write-a-Report-Record.
v01029     write DIFFRPT-RECORD
v01029     if DIFFRPT-IO-STATUS not = '00'
v01029       display 'DllDiff:DIFFRPT WRITE ERROR:' DIFFRPT-IO-STATUS
v01029       move 12 to return-code
v01029       stop run
v01029     end-if
v01029     .

v01029 Write-the-Summary.
v01029     move spaces to DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     move 'DLLDIFF SUMMARY' to DIFFRPT-RECORD
v01029     perform Write-a-Report-Record
v01029     move 'RECORD TYPES ADDED'      to DSL-Label
v01029     move WS-Types-Added            to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'RECORD TYPES REMOVED'    to DSL-Label
v01029     move WS-Types-Removed          to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'RECORD TYPES CHANGED'    to DSL-Label
v01029     move WS-Types-Changed          to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'FIELDS ADDED'            to DSL-Label
v01029     move WS-Fields-Added           to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'FIELDS REMOVED'          to DSL-Label
v01029     move WS-Fields-Removed         to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'FIELDS CHANGED'          to DSL-Label
v01029     move WS-Fields-Changed         to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'ATTRIBUTE CHANGES'       to DSL-Label
v01029     move WS-Changes                to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'MIG POSITIONS SHIFTED'   to DSL-Label
v01029     move WS-Shifts                 to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'TYPES WITH DDL/LOAD CHANGE' to DSL-Label
v01029     move WS-DDL-Types              to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     move 'TYPES WITH VERIFY CHANGE' to DSL-Label
v01029     move WS-Verify-Types           to DSL-Count
v01029     write DIFFRPT-RECORD from Diff-Summary-Line
v01029     display 'DllDiff:--------Comparison Stats---------------*'
v01029     display '# of Record types added.....' WS-Types-Added
v01029     display '# of Record types removed...' WS-Types-Removed
v01029     display '# of Record types changed...' WS-Types-Changed
v01029     display '# of Fields added...........' WS-Fields-Added
v01029     display '# of Fields removed.........' WS-Fields-Removed
v01029     display '# of Fields changed.........' WS-Fields-Changed
v01029     display '# of MIG positions shifted..' WS-Shifts
v01029     display '# of Types DDL/LOAD change..' WS-DDL-Types
v01029     display '# of Types verify change....' WS-Verify-Types
v01029     display 'DllDiff:----End of Comparison Stats-----------*'
v01029     move spaces to Log-record
v01029     move 'DLLDIFF: ATTRIBUTE CHANGES=' to Log-record(1:27)
v01029     move WS-Changes           to DSL-Count
v01029     move DSL-Count            to Log-record(28:11)
v01029     move ' FIELDS ADDED='       to Log-record(39:14)
v01029     move WS-Fields-Added      to DSL-Count
v01029     move DSL-Count            to Log-record(53:11)
v01029     move ' REMOVED='            to Log-record(64:9)
v01029     move WS-Fields-Removed    to DSL-Count
v01029     move DSL-Count            to Log-record(73:11)
v01029     move ' TYPES TO REGENERATE=' to Log-record(84:21)
v01029     move WS-DDL-Types         to DSL-Count
v01029     move DSL-Count            to Log-record(105:11)
v01029     write Log-record
v01029     .
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
       END PROGRAM DLLDIFF.
