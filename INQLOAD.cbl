       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            INQLOAD.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01031* 2026/10/15 HK   v1.0.0  Base line - builds the inquiry layout
v01031*                         file the online inquiry (MIGINQ,
v01031*                         transaction MINQ) formats master
v01031*                         records by, from the production DLL.
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE. Loads the production
      *  DLL through the same Load-Options/SumDLL/LoadDLL path ENGINE
      *  uses, with the Alt1/Alt3 business names ENGINE shows on the
      *  FDD, and writes one INQLAY entry per PRET entry of every
      *  record type whose file the DLL declares a keyed (VSAM KSDS)
      *  master - the masters ENGINE's keyed input path reads and
      *  the only ones an inquiry by key can reach. Record types of
      *  other files are listed on the LOG as not inquirable.
      *  Each entry carries what the FDD shows of the field (its
      *  PRET-FIELDNAME, Alt1 and Alt3 names, type, start and length)
      *  with the DLL's masking mark, and each OCCURS/ODO table
      *  heading its occurrence count, the length of one occurrence
      *  (the extent of its members, nested tables at their full
      *  extent), its last member and, for an ODO, its count field.
      *  CICS has no LoadDLL, so the region reads this snapshot: the
      *  file is written in key order (record types by name, then
      *  PRET order) for an IDCAMS REPRO into the INQLAY KSDS (key
      *  35 bytes at offset 0, LnkInq), rerun whenever the
      *  production DLL is promoted.
      *  Return codes: 0 every record type written; 4 some record
      *  types not inquirable; 8 no record type inquirable; 12 file
      *  errors; 16 allocation failures.
      * INPUTS:
      *  DLL     - The production DLL deck.
      *  OPTIONS - The OPTIONS deck of the migration.
      *  ALT1    - Alternate (English) field names (UseAlt option).
      *  ALT3    - Alternate (Japanese) field names (UseAlt option).
      * OUTPUTS:
      *  LOG     - Audit report of this program.
      *  INQLAY  - The inquiry layout, for REPRO into the KSDS.
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
v01031     SELECT LOG-FILE
PCPCPC*        SEQUENTIAL
v01031         ASSIGN to LOG.
v01031     SELECT Alt1-File
PCPCPC*        SEQUENTIAL
v01031         ASSIGN to Alt1  STATUS IO-STATUS.
v01031     SELECT Alt3-File
PCPCPC*        SEQUENTIAL
v01031         ASSIGN to Alt3  STATUS IO-STATUS.
v01031     SELECT INQLAY-FILE
PCPCPC*        SEQUENTIAL
v01031         ASSIGN to INQLAY STATUS INQLAY-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Inqlay-File
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE IS GLOBAL
           RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
           .
v01031 01  LOG-RECORD PIC X(170).

v01031 FD  Alt1-File
v01031     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01031     RECORD CONTAINS 100 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01031     .
v01031 01  Alt1-File-Record.
v01031     03 Alt1-File-Key.
v01031       05  Alt1-File-ID          pic x(8).
v01031       05  filler                pic x.
v01031       05  Alt1-File-FieldName   pic x(30).
v01031     03  filler                  pic x.
v01031     03  Alt1-File-AlternateName pic x(60).

v01031 FD  Alt3-File
v01031     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01031     RECORD CONTAINS 100 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01031     .
v01031 01  Alt3-File-Record.
v01031     03 Alt3-File-Key.
v01031       05  Alt3-File-ID          pic x(8).
v01031       05  filler                pic x.
v01031       05  Alt3-File-FieldName   pic x(30).
v01031     03  filler                  pic x.
v01031     03  Alt3-File-AlternateName pic x(60).

v01031 FD  INQLAY-FILE
v01031     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01031     RECORD CONTAINS 300 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01031     .
v01031     copy LnkInq.

       WORKING-STORAGE SECTION.
v01031 01  PROGRAM-COPYRIGHT.
v01031     03 FILLER PIC X(42) VALUE
v01031               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01031     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01031 77  Version              pic x(8)      value '1.0.0 '.

      * Working Storage fields for the heap allocations
v01031 01  HEAPID                  PIC S9(9) BINARY.
v01031 01  HPSIZE                  PIC S9(9) BINARY.
v01031 01  INCR                    PIC S9(9) BINARY.
v01031 01  OPTS                    PIC S9(9) BINARY.
v01031 01  ADDRSS                  USAGE IS POINTER.
v01031 01  NBYTES                  PIC S9(9) BINARY.
v01031 01  FC.
v01031     02  Condition-Token-Value.
v01031       88 CEE000 value low-values.
v01031         03  Case-1-Condition-ID.
v01031             04  Severity    PIC S9(4) BINARY.
v01031             04  Msg-No      PIC S9(4) BINARY.
v01031         03  Case-Sev-Ctl    PIC X.
v01031         03  Facility-ID     PIC XXX.
v01031     02  I-S-Info            PIC S9(9) BINARY.

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

v01031*----------------------------------------------------------------
v01031*    Inq-Walk-Area.  Per PRET entry of the record type being
v01031*    written: for a repeating table heading the length of one
v01031*    occurrence and its last member, for every entry the
v01031*    innermost repeating table it sits in.
v01031*----------------------------------------------------------------
v01031 01  Inq-Walk-Area                      based.
v01031     05  IW-Max                   pic 9(9) comp.
v01031     05  IW-Table                occurs 1 times.
v01031         10  IW-Repeat-sw             pic 9(1) comp.
v01031             88  IW-Repeats                   value 1.
v01031         10  IW-Entry-Len             pic 9(9) comp.
v01031         10  IW-Last                  pic 9(9) comp.
v01031         10  IW-Table-Pret            pic 9(9) comp.

v01031*----------------------------------------------------------------
v01031*    Type-Order-Area.  The record types in RT-KN order, the key
v01031*    order of the file.
v01031*----------------------------------------------------------------
v01031 01  Type-Order-Area                    based.
v01031     05  OT-Max                   pic 9(9) comp.
v01031     05  OT-Table                occurs 1 times.
v01031         10  OT-Rec                   pic 9(9) comp.

v01031*    'header-only mirror of Formula-Area, used to size its
v01031*    'fixed portion when computing the Formula-Area allocation
v01031 01  m-FAS.
v01031     05 m-FAS-UBoundFAEntries pic 9(9) comp.
v01031     05 m-FAS-TotalEntryQty   pic 9(9) comp.

v01031 01  Display-Memory-Allocated.
v01031     03  filler              pic x(2) value '* '.
v01031     03  DMA-Table           pic x(20) value spaces.
v01031     03  filler              pic x     value space.
v01031     03  DMA-Bytes           pic z(9)9.
v01031     03  filler              pic x     value space.
v01031     03  DMA-Entries         pic z(8)9.
v01031     03  filler              pic x(15) value spaces.
v01031     03  filler              pic x     value '*'.

v01031 01  MISC-AREA.
v01031     03 IO-STATUS            PIC X(2)      VALUE '00'.
v01031     03 INQLAY-IO-STATUS     PIC X(2)      VALUE '00'.
v01031     03 RC                   PIC 9(4) COMP VALUE 0.
v01031     03 PRET                 PIC 9(9) COMP VALUE 0.
v01031     03 Inq-Cards            PIC 9(9) COMP VALUE 0.
v01031     03 Inq-Q                PIC 9(9) COMP VALUE 0.
v01031     03 Inq-T                PIC 9(9) COMP VALUE 0.
v01031     03 Inq-F                PIC 9(4) COMP VALUE 0.
v01031     03 Inq-O                PIC 9(9) COMP VALUE 0.
v01031     03 Inq-X                PIC 9(9) COMP VALUE 0.
v01031     03 Inq-Lo               PIC 9(9) COMP VALUE 0.
v01031     03 Inq-Hi               PIC 9(9) COMP VALUE 0.
v01031     03 Inq-End              PIC 9(9) COMP VALUE 0.
v01031     03 Inq-Depth            PIC 9(4) COMP VALUE 0.
v01031     03 Inq-Stack            PIC 9(9) COMP OCCURS 9 TIMES.
v01031     03 Inq-Type-Masked      PIC 9(5) COMP VALUE 0.
v01031     03 Inq-Type-Entries     PIC 9(5) COMP VALUE 0.
v01031     03 Inq-Reason           PIC X(40)     VALUE SPACES.
v01031     03 Inq-Today            PIC 9(08)     VALUE ZEROES.
v01031     03 Inq-Num-Edit         PIC Z(8)9.

v01031 01  WS-COUNTERS.
v01031     03 WS-Types-Written     PIC 9(9) COMP VALUE 0.
v01031     03 WS-Types-Skipped     PIC 9(9) COMP VALUE 0.
v01031     03 WS-Entries-Written   PIC 9(9) COMP VALUE 0.
v01031     03 WS-Masked-Entries    PIC 9(9) COMP VALUE 0.
v01031     03 WS-Alt-Names-Found   PIC 9(9) COMP VALUE 0.
v01031     03 WS-Tables-Written    PIC 9(9) COMP VALUE 0.

v01031 01  Inq-Type-Line.
v01031     03 ITL-Verdict     pic x(14) value spaces.
v01031     03 filler          pic x(6)  value 'TYPE: '.
v01031     03 ITL-Type-Name   pic x(30) value spaces.
v01031     03 filler          pic x(7)  value ' FILE: '.
v01031     03 ITL-File        pic x(8)  value spaces.
v01031     03 filler          pic x(6)  value ' KEY: '.
v01031     03 ITL-Key-Start   pic z(4)9.
v01031     03 filler          pic x(1)  value '.'.
v01031     03 ITL-Key-Len     pic z(3)9.
v01031     03 filler          pic x(10) value ' ENTRIES: '.
v01031     03 ITL-Entries     pic z(4)9.
v01031     03 filler          pic x(9)  value ' MASKED: '.
v01031     03 ITL-Masked      pic z(4)9.
v01031     03 filler          pic x(1)  value space.
v01031     03 ITL-Reason      pic x(40) value spaces.

       LINKAGE SECTION.
       COPY LNKPRET.
       COPY LnkChain.
       COPY LNKTBL.
       COPY LNKCOND.
       COPY LnkFunc.
       copy lnkform.
v01031 copy LNKALT.

       PROCEDURE DIVISION.
v01031     display PROGRAM-COPYRIGHT ' Version:' Version
v01031     accept Inq-Today from date yyyymmdd
v01031     OPEN OUTPUT LOG-FILE
v01031     move PROGRAM-COPYRIGHT to Log-record
v01031     write Log-record
v01031     move 'INQLOAD inquiry layout build' to Log-record
v01031     write Log-record
v01031     OPEN OUTPUT INQLAY-FILE
v01031     if INQLAY-IO-STATUS NOT = '00'
v01031       display 'InqLoad:INQLAY OPEN ERROR:' INQLAY-IO-STATUS
v01031       move 12 to return-code
v01031       stop run
v01031     end-if
v01031     perform Create-the-Heap
v01031     perform Load-the-Options
v01031     display
v01031     '*----------- Memory Allocations -------------------------*'
v01031     perform Allocate-the-Table-Space
v01031     perform Load-the-Deck
v01031     perform Allocate-the-Walk-Space
v01031     display
v01031     '*--------------------------------------------------------*'
v01031     if Opt-UseAlt-Yes
v01031       perform Load-the-Alternate-Names
v01031     end-if
v01031     perform Order-the-Record-Types
v01031     perform varying Inq-O from 1 by 1 until Inq-O > Record-Cnt
v01031       move OT-Rec(Inq-O) to Rec-Ptr
v01031       perform Write-a-Record-Type
v01031     end-perform
v01031     perform Write-the-Summary
v01031     CLOSE INQLAY-FILE LOG-FILE
v01031     evaluate true
v01031       when WS-Types-Written = 0
v01031         move 8 to RC
v01031       when WS-Types-Skipped > 0
v01031         move 4 to RC
v01031       when other
v01031         move 0 to RC
v01031     end-evaluate
v01031     move RC to return-code
v01031     display 'InqLoad v' Version ' ended (rc=' RC ')'
v01031     STOP RUN
v01031     .

      *--------------------------------------------------------------
      * Load-the-Options. Options and DLL summation, as ENGINE does
      * them before LoadDLL.
      *--------------------------------------------------------------
v01031 Load-the-Options.
v01031     move 16 to RangeTbl-Max
v01031     move 64 to RangeVal-Max
v01031     move 00 to RangeTbl-Ptr
v01031     move 00 to RangeTbl-Cnt
v01031     perform varying RngTblInx from 1 by 1
v01031       until RngTblInx > RangeTbl-Max
v01031       move zeroes to Range-Zero-Ptr(RngTblInx)
v01031                      Range-CNT(RngTblInx)
v01031       perform varying RngInx from 1 by 1
v01031         until RngInx > RangeVal-Max
v01031         move zeroes to Range-Low(RngTblInx, RngInx)
v01031                        Range-High(RngTblInx, RngInx)
v01031         move spaces to Range-Text(RngTblInx, RngInx)
v01031       end-perform
v01031     end-perform
v01031     move zeroes to DateFMT-Ptr
v01031     move zeroes to DateFMT-Cnt
v01031     move 99     to DateFMT-Max
v01031     call 'Load-Options' using
v01031        Options-in-Effect, Counters-and-Totals, Range-Table-Area
v01031     call 'SumDLL' using Options-in-Effect, File-Table-Area
v01031     .

v01031 Load-the-Deck.
V01031     call 'LoadDLL' using DLL-Area
v01031        FILE-TABLE-AREA, Record-Table-Area,
v01031        Table-Table-Area,
v01031        Pre-Field-Table-Area,
v01031        Pre-Chain-Table-Area,
v01031        Cond-Table-Area,
v01031        Func-TABLE-AREA, EntryLength-TABLE-AREA
v01031        Gaps-in-Bits-Area,
v01031        Counters-and-Totals, Options-in-Effect, Log-Record
v01031        Formula-Area
v01031        Formula-Execution-Area
v01031        Default-Table-Area
v01031        Remarks-Table-Area
v01031        Range-Table-Area
v01031        Alt1-Table-Area, Alt2-Table-Area
v01031        Alt3-Table-Area
v01031        DateFMT-Table-Area
v01031     if Return-Code > 0 then
v01031       display 'InqLoad: Error Loading DLL'
v01031         ' RC=' Return-code '. (Error message is above)'
v01031       move return-code to RC
v01031       close INQLAY-FILE LOG-FILE
v01031       move RC to return-code
v01031       stop run
v01031     end-if
v01031     .

v01031 Create-the-Heap.
v01031     move 0 TO HEAPID
v01031     move 1 TO HPSIZE
v01031     move 0 TO INCR
v01031     move 0 TO OPTS
MFMFMF     call "CEECRHP" using HEAPID, HPSIZE, INCR, OPTS, FC
MFMFMF     if not CEE000 of FC THEN
MFMFMF       display 'InqLoad:Allocate error:CEECRHP:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01031     .

      *--------------------------------------------------------------
      * Allocate-the-Table-Space. The table space the DLL loads into,
      * the Alt1/Alt3 tables sized as ENGINE sizes them: the name
      * file's cards (UseAlt option) plus the DLL's AltName cards.
      *--------------------------------------------------------------
v01031 Allocate-the-Table-Space.
v01031     if Opt-DefinedFields = 0
v01031       move 1 to Opt-DefinedFields
v01031     end-if
v01031     compute NBytes = (length of PreField-Table(1)
v01031                    * Opt-DefinedFields) + 12
v01031     move 'Pre-Field-Table'  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Field-Table-area to Addrss
v01031     move Opt-DefinedFields to PREFIELD-MAX
v01031     move 0      to PREFIELD-PTR
v01031     move 0      to PREFIELD-CNT

v01031     compute NBytes = (length of PreChain-Table(1)
v01031                    * Opt-DefinedFields)
v01031     move 'Pre-Chain-Table'  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Chain-Table-area to Addrss

v01031     if Opt-DefinedTables = 0
v01031       move 1 to Opt-DefinedTables
v01031     end-if
v01031     compute NBytes = (length of Table-Table(1)
v01031                    * Opt-DefinedTables) + 12
v01031     move 'Table-Table    '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Table-Table-area to Addrss
v01031     move Opt-DefinedTables to Table-Max
v01031     move 0      to Table-Ptr
v01031     move 0      to Table-Cnt

v01031     if Opt-DefinedConds = 0
v01031       move 1 to Opt-DefinedConds
v01031     end-if
v01031     compute NBytes = (length of Cond-Table(1)
v01031                       * Opt-DefinedConds) + 20
v01031     move 'Cond-Table     '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Cond-Table-area to Addrss
v01031     move Opt-DefinedConds to Cond-MAX
v01031     move 0      to Cond-CNT
v01031     move 0      to TotalExecutionQty
v01031     move 0      to TotalEntryQty

v01031     if Opt-DefinedFuncs = 0
v01031       move 1 to Opt-DefinedFuncs
v01031     end-if
v01031     compute NBytes = (length of Func-Table(1)
v01031                       * Opt-DefinedFuncs) + 12
v01031     move 'Func-Table     '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Func-Table-area to Addrss
v01031     move Opt-DefinedFuncs to Func-MAX
v01031     move 0      to Func-CNT
v01031     move 0      to Func-Ptr

v01031     if Opt-DefinedOps   = 0
v01031       move 1 to Opt-DefinedOps
v01031     end-if
v01031     compute NBytes = length of m-FAS + 8
v01031                    + (length of FAEntries(1) * Opt-DefinedOps)
v01031     move 'Formula-Area   '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Area    to Addrss
v01031     move Opt-DefinedOps to UBoundFAEntries

v01031     compute NBytes = length of FAExecutionList(1)
v01031                    * Opt-DefinedOps
v01031     move 'Formula-Exec   '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Execution-Area to Addrss
v01031     move Opt-DefinedOps to UBoundFAExecutionList

v01031     move 0 to Inq-Cards
v01031     if Opt-UseAlt-Yes
v01031       open input Alt1-File
v01031       perform until IO-STATUS not = '00'
v01031         read Alt1-File
v01031           at end move '10' to IO-STATUS
v01031           not at end
v01031             if Alt1-File-Record(1:1) not = '*'
v01031             and Alt1-File-Record(1:2) not = '/*'
v01031               add 1 to Inq-Cards
v01031             end-if
v01031         end-read
v01031       end-perform
v01031       close Alt1-File
v01031     end-if
v01031     if Inq-Cards = 0
v01031       move 1 to Inq-Cards
v01031     end-if
v01031     compute NBytes =
v01031       (length of Alt1-Table(1)
v01031        * (Inq-Cards + OPT-Alt1-DLL-CNT)) + 12
v01031     move 'Alt1-Table'       to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt1-Table-area to Addrss
v01031     move high-values to Alt1-Table-Area
v01031     move 0     to Alt1-PTR
v01031     move Inq-Cards to Alt1-Cnt
v01031     compute Alt1-Total = Alt1-Cnt + OPT-Alt1-DLL-CNT

v01031     compute NBytes =
v01031       (length of Alt2-Table(1) * (1 + OPT-Alt2-DLL-CNT)) + 12
v01031     move 'Alt2-Table'       to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt2-Table-area to Addrss
v01031     move high-values to Alt2-Table-Area
v01031     move 0 to Alt2-PTR
v01031     move 1 to Alt2-Cnt
v01031     compute Alt2-Total = Alt2-Cnt + OPT-Alt2-DLL-CNT

v01031     move 0 to Inq-Cards
v01031     if Opt-UseAlt-Yes
v01031       open input Alt3-File
v01031       perform until IO-STATUS not = '00'
v01031         read Alt3-File
v01031           at end move '10' to IO-STATUS
v01031           not at end
v01031             if Alt3-File-Record(1:1) not = '*'
v01031             and Alt3-File-Record(1:2) not = '/*'
v01031               add 1 to Inq-Cards
v01031             end-if
v01031         end-read
v01031       end-perform
v01031       close Alt3-File
v01031     end-if
v01031     if Inq-Cards = 0
v01031       move 1 to Inq-Cards
v01031     end-if
v01031     compute NBytes =
v01031       (length of Alt3-Table(1)
v01031        * (Inq-Cards + OPT-Alt3-DLL-CNT)) + 12
v01031     move 'Alt3-Table'       to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt3-Table-area to Addrss
v01031     move high-values to Alt3-Table-Area
v01031     move 0     to Alt3-PTR
v01031     move Inq-Cards to Alt3-Cnt
v01031     compute Alt3-Total = Alt3-Cnt + OPT-Alt3-DLL-CNT
v01031     .

v01031 Allocate-the-Walk-Space.
v01031     compute NBytes = (length of IW-Table(1)
v01031                    * (PreField-Cnt + 1)) + 4
v01031     move 'Inq-Walk       '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Inq-Walk-Area to Addrss
v01031     compute IW-Max = PreField-Cnt + 1
v01031     compute NBytes = (length of OT-Table(1)
v01031                    * (Record-Cnt + 1)) + 4
v01031     move 'Type-Order     '  to DMA-Table
v01031     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Type-Order-Area to Addrss
v01031     compute OT-Max = Record-Cnt + 1
v01031     .

v01031 Get-Heap-Storage.
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'InqLoad:Allocate Error:' DMA-Table
MFMFMF               ':CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01031     move NBytes             to DMA-Bytes
v01031     move zeroes             to DMA-Entries
v01031     display Display-Memory-Allocated
v01031     .

      *--------------------------------------------------------------
      * Load-the-Alternate-Names. The Alt1/Alt3 name files, loaded
      * as ENGINE loads them for the FDD: the first Alt-Cnt entries,
      * ahead of the DLL's own AltName entries LoadDLL placed.
      *--------------------------------------------------------------
v01031 Load-the-Alternate-Names.
v01031     move '00' to IO-STATUS
v01031     open input Alt1-File
v01031     if IO-STATUS not = '00'
v01031       display 'InqLoad: Alt1 open error ' IO-STATUS
v01031     end-if
v01031     move 0 to Alt1-Ptr
v01031     perform until IO-STATUS not = '00'
v01031       read Alt1-File
v01031         at end move '10' to IO-STATUS
v01031         not at end
v01031           if Alt1-File-Record(1:1) not = '*'
v01031           and Alt1-File-Record(1:2) not = '/*'
v01031           and (Alt1-File-ID = spaces or
v01031                Alt1-File-ID = FT-ID(1))
v01031           and Alt1-Ptr < Alt1-Cnt
v01031             add 1 to Alt1-Ptr
v01031             inspect Alt1-File-Key
v01031                 converting 'abcdefghijklmnopqrstuvwxyz'
v01031                         to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
v01031             move Alt1-File-ID        to Alt1-ID(Alt1-Ptr)
v01031             move Alt1-File-FieldName to Alt1-FieldName(Alt1-Ptr)
v01031             move Alt1-File-AlternateName
v01031               to Alt1-AlternateName(Alt1-Ptr)
v01031           end-if
v01031       end-read
v01031     end-perform
v01031     close Alt1-File
v01031     display 'InqLoad: Alt1 records loaded ' Alt1-Ptr
v01031     move '00' to IO-STATUS
v01031     open input Alt3-File
v01031     if IO-STATUS not = '00'
v01031       display 'InqLoad: Alt3 open error ' IO-STATUS
v01031     end-if
v01031     move 0 to Alt3-Ptr
v01031     perform until IO-STATUS not = '00'
v01031       read Alt3-File
v01031         at end move '10' to IO-STATUS
v01031         not at end
v01031           if Alt3-File-Record(1:1) not = '*'
v01031           and Alt3-File-Record(1:2) not = '/*'
v01031           and (Alt3-File-ID = spaces or
v01031                Alt3-File-ID = FT-ID(1))
v01031           and Alt3-Ptr < Alt3-Cnt
v01031             add 1 to Alt3-Ptr
v01031             inspect Alt3-File-Key
v01031                 converting 'abcdefghijklmnopqrstuvwxyz'
v01031                         to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
v01031             move Alt3-File-ID        to Alt3-ID(Alt3-Ptr)
v01031             move Alt3-File-FieldName to Alt3-FieldName(Alt3-Ptr)
v01031             move Alt3-File-AlternateName
v01031               to Alt3-AlternateName(Alt3-Ptr)
v01031           end-if
v01031       end-read
v01031     end-perform
v01031     close Alt3-File
v01031     display 'InqLoad: Alt3 records loaded ' Alt3-Ptr
v01031     .

v01031*    'record types into RT-KN order (insertion), the key order
v01031*    'of the file
v01031 Order-the-Record-Types.
v01031     perform varying Inq-O from 1 by 1 until Inq-O > Record-Cnt
v01031       move Inq-O to Inq-X
v01031       perform until Inq-X < 2
v01031          or RT-KN(OT-Rec(Inq-X - 1)) not > RT-KN(Inq-O)
v01031         move OT-Rec(Inq-X - 1) to OT-Rec(Inq-X)
v01031         subtract 1 from Inq-X
v01031       end-perform
v01031       move Inq-O to OT-Rec(Inq-X)
v01031     end-perform
v01031     .

      *--------------------------------------------------------------
      * Write-a-Record-Type. A record type of a keyed master: its
      * header and one entry per PRET entry; any other record type
      * is listed on the LOG with why it cannot be inquired.
      *--------------------------------------------------------------
v01031 Write-a-Record-Type.
v01031     move RT-FILE(Rec-Ptr) to Inq-F
v01031     move spaces to Inq-Reason
v01031     evaluate true
v01031       when Inq-F = 0 or Inq-F > File-Cnt
v01031         move 'NO INPUT FILE' to Inq-Reason
v01031       when not FILE-IS-VSAM-KEYED(Inq-F)
v01031         move 'FILE IS NOT A KEYED (KSDS) MASTER'
v01031           to Inq-Reason
v01031       when FT-Key-Length(Inq-F) = 0
v01031         move 'KEYED FILE DECLARES NO KEY' to Inq-Reason
v01031       when RT-End-Pret(Rec-Ptr) < RT-Start-Pret(Rec-Ptr)
v01031         move 'RECORD TYPE HAS NO FIELDS' to Inq-Reason
v01031       when RT-End-Pret(Rec-Ptr) - RT-Start-Pret(Rec-Ptr)
v01031            >= 99999
v01031         move 'MORE THAN 99998 ENTRIES' to Inq-Reason
v01031     end-evaluate
v01031     move spaces         to Inq-Type-Line
v01031     move RT-KN(Rec-Ptr) to ITL-Type-Name
v01031     if Inq-Reason not = spaces
v01031       add 1 to WS-Types-Skipped
v01031       move 'NOT INQUIRABLE' to ITL-Verdict
v01031       move Inq-Reason       to ITL-Reason
v01031       move Inq-Type-Line    to Log-record
v01031       write Log-record
v01031     else
v01031       perform Measure-the-Tables
v01031       perform Count-the-Masked-Entries
v01031       perform Write-the-Type-Header
v01031       perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01031         until PRET > RT-End-Pret(Rec-Ptr)
v01031         if not Record-Field(PRET)
v01031           perform Write-an-Entry
v01031         end-if
v01031       end-perform
v01031       add 1 to WS-Types-Written
v01031       move 'WRITTEN'              to ITL-Verdict
v01031       move FT-DDName(Inq-F)       to ITL-File
v01031       move FT-Key-Start(Inq-F)    to ITL-Key-Start
v01031       move FT-Key-Length(Inq-F)   to ITL-Key-Len
v01031       move Inq-Type-Entries       to ITL-Entries
v01031       move Inq-Type-Masked        to ITL-Masked
v01031       move Inq-Type-Line          to Log-record
v01031       write Log-record
v01031     end-if
v01031     .

      *--------------------------------------------------------------
      * Measure-the-Tables. A heading repeats when its table is a
      * real OCCURS/ODO (not a group of one occurrence, as DDLGEN
      * and MIGVERIF tell them apart). Its members are the entries
      * after it at a deeper level; one occurrence spans their
      * extent, a nested table counted at its full extent - so the
      * headings are measured last to first, inner before outer.
      * Then, first to last, each entry gets the innermost heading
      * it repeats under.
      *--------------------------------------------------------------
v01031 Measure-the-Tables.
v01031     move RT-End-Pret(Rec-Ptr) to Inq-End
v01031     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01031       until PRET > Inq-End
v01031       move 0 to IW-Repeat-sw(PRET), IW-Entry-Len(PRET)
v01031                 IW-Table-Pret(PRET)
v01031       move PRET to IW-Last(PRET)
v01031       if Table-Field(PRET) and PRET-TABLE(PRET) > 0
v01031         move PRET-TABLE(PRET) to Inq-T
v01031         if Table-is-Group(Inq-T)
v01031         and not Table-Type-ODO(Inq-T)
v01031         and Table-Highest(Inq-T) not > 1
v01031           continue
v01031         else
v01031           move 1 to IW-Repeat-sw(PRET)
v01031         end-if
v01031       end-if
v01031     end-perform
v01031     move Inq-End to PRET
v01031     perform until PRET < RT-Start-Pret(Rec-Ptr)
v01031       if IW-Repeats(PRET)
v01031         perform Measure-a-Table
v01031       end-if
v01031       subtract 1 from PRET
v01031     end-perform
v01031     move 0 to Inq-Depth
v01031     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01031       until PRET > Inq-End
v01031       perform until Inq-Depth = 0
v01031          or PRET <= IW-Last(Inq-Stack(Inq-Depth))
v01031         subtract 1 from Inq-Depth
v01031       end-perform
v01031       if Inq-Depth > 0
v01031         move Inq-Stack(Inq-Depth) to IW-Table-Pret(PRET)
v01031       end-if
v01031       if IW-Repeats(PRET)
v01031       and IW-Last(PRET) > PRET
v01031       and Inq-Depth < 9
v01031         add 1 to Inq-Depth
v01031         move PRET to Inq-Stack(Inq-Depth)
v01031       end-if
v01031     end-perform
v01031     .

v01031 Measure-a-Table.
v01031     move PRET-START-BYTE(PRET) to Inq-Lo
v01031     move 0 to Inq-Hi
v01031     compute Inq-Q = PRET + 1
v01031     perform until Inq-Q > Inq-End
v01031        or PRET-LEVEL(Inq-Q) not > PRET-LEVEL(PRET)
v01031       move Inq-Q to IW-Last(PRET)
v01031       evaluate true
v01031         when IW-Repeats(Inq-Q)
v01031           move PRET-TABLE(Inq-Q) to Inq-T
v01031           compute Inq-X = PRET-START-BYTE(Inq-Q)
v01031                 + (IW-Entry-Len(Inq-Q) * Table-Highest(Inq-T))
v01031                 - 1
v01031         when Normal-vField(Inq-Q) or Occur-vField(Inq-Q)
v01031           or ODO-vField(Inq-Q) or Regular-vField(Inq-Q)
v01031           move 0 to Inq-X
v01031         when PRET-LENGTH-BYTE(Inq-Q) = 0
v01031           move 0 to Inq-X
v01031         when other
v01031           compute Inq-X = PRET-START-BYTE(Inq-Q)
v01031                         + PRET-LENGTH-BYTE(Inq-Q) - 1
v01031       end-evaluate
v01031       if Inq-X > 0
v01031         if PRET-START-BYTE(Inq-Q) > 0
v01031         and PRET-START-BYTE(Inq-Q) < Inq-Lo
v01031           move PRET-START-BYTE(Inq-Q) to Inq-Lo
v01031         end-if
v01031         if Inq-X > Inq-Hi
v01031           move Inq-X to Inq-Hi
v01031         end-if
v01031       end-if
v01031       add 1 to Inq-Q
v01031     end-perform
v01031     if Inq-Hi >= Inq-Lo and Inq-Hi > 0
v01031       compute IW-Entry-Len(PRET) = Inq-Hi - Inq-Lo + 1
v01031     else
v01031       move PRET-LENGTH-BYTE(PRET) to IW-Entry-Len(PRET)
v01031     end-if
v01031     .

v01031 Count-the-Masked-Entries.
v01031     move 0 to Inq-Type-Masked, Inq-Type-Entries
v01031     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01031       until PRET > RT-End-Pret(Rec-Ptr)
v01031       if not Record-Field(PRET)
v01031         add 1 to Inq-Type-Entries
v01031         if PRET-Mask-Requested(PRET)
v01031           add 1 to Inq-Type-Masked
v01031         end-if
v01031       end-if
v01031     end-perform
v01031     .

v01031 Write-the-Type-Header.
v01031     move spaces               to INQLAY-RECORD
v01031     move RT-KN(Rec-Ptr)       to INQ-Type-Name
v01031     move 0                    to INQ-Seq
v01031     set INQ-Is-Type-Header    to true
v01031     move FT-DDName(Inq-F)     to INQ-T-File
v01031     move FT-Key-Start(Inq-F)  to INQ-T-Key-Start
v01031     if INQ-T-Key-Start = 0
v01031       move 1 to INQ-T-Key-Start
v01031     end-if
v01031     move FT-Key-Length(Inq-F) to INQ-T-Key-Len
v01031     move RT-Max-Len(Rec-Ptr)  to INQ-T-Max-Len
v01031     if INQ-T-Max-Len = 0
v01031       move FT-FILE-LENGTH(Inq-F) to INQ-T-Max-Len
v01031     end-if
v01031     move Inq-Type-Entries     to INQ-T-Entries
v01031     move Inq-Type-Masked      to INQ-T-Masked
v01031     move DLL-Version          to INQ-T-DLL-Version
v01031     move DLL-GenDate          to INQ-T-DLL-GenDate
v01031     move Inq-Today            to INQ-T-Built-Date
v01031     perform Write-an-INQLAY-Record
v01031     .

v01031 Write-an-Entry.
v01031     move spaces               to INQLAY-RECORD
v01031     move RT-KN(Rec-Ptr)       to INQ-Type-Name
v01031     compute INQ-Seq = PRET - RT-Start-Pret(Rec-Ptr) + 1
v01031     evaluate true
v01031       when IW-Repeats(PRET)
v01031         set INQ-Is-Table    to true
v01031       when Table-Field(PRET)
v01031       when GROUP-FIELD(PRET)
v01031         set INQ-Is-Group    to true
v01031       when Normal-vField(PRET)
v01031       when Occur-vField(PRET)
v01031       when ODO-vField(PRET)
v01031       when Regular-vField(PRET)
v01031         set INQ-Is-Computed to true
v01031       when other
v01031         set INQ-Is-Field    to true
v01031     end-evaluate
v01031     move PRET-FIELDNAME(PRET)    to INQ-F-Name
v01031     move PRET-LEVEL(PRET)        to INQ-F-Level
v01031     move PRET-TYPE(PRET)         to INQ-F-Type
v01031     move PRET-START-BYTE(PRET)   to INQ-F-Start-Byte
v01031     move PRET-START-BIT(PRET)    to INQ-F-Start-Bit
v01031     move PRET-START-NIB(PRET)    to INQ-F-Start-Nib
v01031     move PRET-LENGTH(PRET)       to INQ-F-Length
v01031     move PRET-LENGTH-BYTE(PRET)  to INQ-F-Length-Byte
v01031     move PRET-LENGTH-NIB(PRET)   to INQ-F-Length-Nib
v01031     move 0 to INQ-F-Table-Seq, INQ-F-Occurs, INQ-F-Entry-Len
v01031               INQ-F-Last-Seq, INQ-F-Depend-Seq
v01031     if IW-Table-Pret(PRET) > 0
v01031       compute INQ-F-Table-Seq =
v01031               IW-Table-Pret(PRET) - RT-Start-Pret(Rec-Ptr) + 1
v01031     end-if
v01031     if IW-Repeats(PRET)
v01031       add 1 to WS-Tables-Written
v01031       move PRET-TABLE(PRET)     to Inq-T
v01031       move Table-Highest(Inq-T) to INQ-F-Occurs
v01031       move IW-Entry-Len(PRET)   to INQ-F-Entry-Len
v01031       compute INQ-F-Last-Seq =
v01031               IW-Last(PRET) - RT-Start-Pret(Rec-Ptr) + 1
v01031*      'an ODO's count field, when it is in this record type
v01031       if Table-Type-ODO(Inq-T)
v01031       and TABLE-DEPEND-SET(Inq-T)
v01031       and TABLE-DEPEND-FIELD(Inq-T) >= RT-Start-Pret(Rec-Ptr)
v01031       and TABLE-DEPEND-FIELD(Inq-T) <= RT-End-Pret(Rec-Ptr)
v01031         compute INQ-F-Depend-Seq = TABLE-DEPEND-FIELD(Inq-T)
v01031                                  - RT-Start-Pret(Rec-Ptr) + 1
v01031       end-if
v01031     end-if
v01031     move PRET-MASK-SW(PRET)       to INQ-F-Mask-sw
v01031     if INQ-F-Masked
v01031       add 1 to WS-Masked-Entries
v01031     end-if
v01031     if PRET-DATE-FMT(PRET) > 0
v01031       move DateFMT-Text(PRET-DATE-FMT(PRET)) to INQ-F-Date-Fmt
v01031     end-if
v01031     move PRET-CODE-TABLE(PRET)    to INQ-F-Code-Table
v01031     perform Find-the-Alt-Names
v01031     perform Write-an-INQLAY-Record
v01031     .

      *--------------------------------------------------------------
      * Find-the-Alt-Names. The business names the FDD shows beside
      * PRET-FIELDNAME: looked up by field name in Alt1 and Alt3, as
      * Write-Alt3-Label and the FDDHTM writer do, when UseAlt is in
      * effect.
      *--------------------------------------------------------------
v01031 Find-the-Alt-Names.
v01031     if Opt-UseAlt-Yes
v01031       perform varying Alt1-Ptr from 1 by 1
v01031         until Alt1-Ptr > Alt1-Total
v01031         if Alt1-FieldName(Alt1-Ptr) = PRET-FIELDNAME(PRET)
v01031         and Alt1-AlternateName(Alt1-Ptr) not = spaces
v01031           move Alt1-AlternateName(Alt1-Ptr) to INQ-F-Alt1
v01031           move Alt1-Total to Alt1-Ptr
v01031         end-if
v01031       end-perform
v01031       perform varying Alt3-Ptr from 1 by 1
v01031         until Alt3-Ptr > Alt3-Total
v01031         if Alt3-FieldName(Alt3-Ptr) = PRET-FIELDNAME(PRET)
v01031         and Alt3-AlternateName(Alt3-Ptr) not = spaces
v01031           move Alt3-AlternateName(Alt3-Ptr) to INQ-F-Alt3
v01031           move Alt3-Total to Alt3-Ptr
v01031         end-if
v01031       end-perform
v01031       if INQ-F-Alt1 not = spaces or INQ-F-Alt3 not = spaces
v01031         add 1 to WS-Alt-Names-Found
v01031       end-if
v01031     end-if
v01031     .

v01031 Write-an-INQLAY-Record.
v01031     write INQLAY-RECORD
v01031     if INQLAY-IO-STATUS not = '00'
v01031       display 'InqLoad:INQLAY WRITE ERROR:' INQLAY-IO-STATUS
v01031       move 12 to return-code
v01031       stop run
v01031     end-if
v01031     if not INQ-Is-Type-Header
v01031       add 1 to WS-Entries-Written
v01031     end-if
v01031     .

v01031 Write-the-Summary.
v01031     display 'InqLoad:----Inquiry Layout Stats------------------*'
v01031     display '# of Types written..........' WS-Types-Written
v01031     display '# of Types not inquirable...' WS-Types-Skipped
v01031     display '# of Entries written........' WS-Entries-Written
v01031     display '# of Tables (OCCURS/ODO)....' WS-Tables-Written
v01031     display '# of Masked entries.........' WS-Masked-Entries
v01031     display '# of Entries with Alt names.' WS-Alt-Names-Found
v01031     display 'InqLoad:----End of Inquiry Layout Stats-------*'
v01031     move spaces to Log-record
v01031     move 'INQLOAD: TYPES WRITTEN=' to Log-record(1:23)
v01031     move WS-Types-Written   to Inq-Num-Edit
v01031     move Inq-Num-Edit       to Log-record(24:9)
v01031     move ' NOT INQUIRABLE='    to Log-record(33:16)
v01031     move WS-Types-Skipped   to Inq-Num-Edit
v01031     move Inq-Num-Edit       to Log-record(49:9)
v01031     move ' ENTRIES='           to Log-record(58:9)
v01031     move WS-Entries-Written to Inq-Num-Edit
v01031     move Inq-Num-Edit       to Log-record(67:9)
v01031     move ' MASKED='            to Log-record(76:8)
v01031     move WS-Masked-Entries  to Inq-Num-Edit
v01031     move Inq-Num-Edit       to Log-record(84:9)
v01031     write Log-record
v01031     .
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
       END PROGRAM INQLOAD.
