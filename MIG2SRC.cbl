       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            MIG2SRC.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01035* 2026/10/15 HK   v1.0.1  - decline presorted and subset runs:
v01035*                         a Presort(YES) MIG is in key order,
v01035*                         not the source's, and a subset MIG
v01035*                         holds only the drawn sample
v01028* 2026/10/15 HK   v1.0.0  Base line - reverse migration for
v01028*                         cutover fallback. Rebuilds the legacy
v01028*                         source records from a MIG file under
v01028*                         the DLL that produced it, running the
v01028*                         declared conversions backwards, and
v01028*                         reports every field a fallback could
v01028*                         not give back.
      *---------------------------------------------------------
      * Remarks. A companion utility to ENGINE. Loads the same DLL
      *  the migration ran with (Load-Options/SumDLL/LoadDLL, exactly
      *  as ENGINE does), derives each migrated field's position in
      *  the target record the way MIGVERIF does, and decides per
      *  source field whether its bytes can be given back from the
      *  MIG record:
      *   - a straight move (same type and length) is copied back;
      *   - a character field migrated to a character target at
      *     least as long is copied back (ENGINE only padded it);
      *   - a zoned/packed/binary field migrated to a ZD, PD, BIN,
      *     BIS, LS or TS target with room for all its digits is
      *     decoded and re-encoded in its source usage, signed when
      *     the target carried a sign;
      *   - a numeric field migrated to a character target is
      *     re-encoded from the digits; ENGINE writes no sign there,
      *     so the field is reported as a CAUTION (sign not carried);
      *   - a date reformatted between PRET-DATE-FMT and PRET-MIG-
      *     DATE-FMT is put back through DateC in the other
      *     direction and must convert forward again to the very
      *     bytes the MIG record holds.
      *  Every source field that cannot be given back is reported as
      *  LOST with its reason: not migrated, masked, API-converted,
      *  function- or constant-generated target, truncated target,
      *  character-to-numeric target, code description in place of
      *  the code, bit/nibble/NEC encodings, variable-length fields,
      *  and fields at or beyond the first OCCURS/ODO table (their
      *  target positions depend on the data). A field whose bytes
      *  are all given back through another field (a REDEFINES) is
      *  not lost. Record types the DLL defines that never migrate
      *  are lost whole. vFields are target-only and are reported
      *  as CAUTION, as are source bytes no DLL field describes
      *  (rebuilt as spaces).
      *  All or nothing: a fallback file is written only when no
      *  field is lost and a first pass over the whole MIG file has
      *  decoded every record cleanly; otherwise SRCOUT is never
      *  opened and the run ends RC=8, so no partial dataset can be
      *  mistaken for a complete one. Each MIG record gives back one
      *  source record; records the migration discarded or did not
      *  migrate were never in the MIG file (see the DISCARD file).
      *  Runs that used CSV input or output, the record-prefix APIs,
      *  EEOR editing, per-record-type output destinations, more
      *  than one input file or header/detail flattening are
v01035*  declined up front (RC=8), as are presorted runs (the MIG
v01035*  is in key order, not the source's own record order) and
v01035*  subset runs (the MIG holds only a sample, never the whole
v01035*  file). With more than one migrating record type the type
v01035*  of each MIG record is told by its length, which must then
v01035*  be unique per type.
      *  Return codes: 0 fallback file complete; 4 complete with
      *  cautions; 8 declined or not produced (see REVRPT); 12 file
      *  errors; 16 allocation failures.
      * INPUTS:
      *  DLL     - The DLL deck of the migration.
      *  OPTIONS - The OPTIONS deck of the migration.
      *  MIGIN   - The MIG output to be reversed.
      * OUTPUTS:
      *  LOG     - Audit report of this program.
      *  REVRPT  - Fields lost or cautioned, and records that could
      *            not be reversed.
      *  SRCOUT  - The rebuilt source file (only when complete).
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
v01028     SELECT LOG-FILE
PCPCPC*        SEQUENTIAL
v01028         ASSIGN to LOG.
v01028     SELECT MIGIN-FILE
PCPCPC*        SEQUENTIAL
v01028         ASSIGN to MIGIN STATUS MIGIN-IO-STATUS.
v01028     SELECT OUT-FIX
PCPCPC*        SEQUENTIAL
v01028         ASSIGN to SRCOUT STATUS IO-STATUS.
v01028     SELECT OUT-VAR
PCPCPC*        SEQUENTIAL
v01028         ASSIGN to SRCOUT STATUS IO-STATUS.
v01028     SELECT REVRPT-FILE
PCPCPC*        SEQUENTIAL
v01028         ASSIGN to REVRPT STATUS REVRPT-IO-STATUS.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Revrpt-File
MFMFMF     .

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE IS GLOBAL
           RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
           .
v01028 01  LOG-RECORD PIC X(170).

v01028 FD  MIGIN-FILE
v01028     RECORDING MODE IS V
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01028     RECORD varying 1 to 32756   DEPENDING ON MIGIN-LEN
v01028     .
v01028 01  MIGIN-REC.
v01028     03 FILLER OCCURS 1 to 32756 DEPENDING ON MIGIN-LEN PIC X.

v01028 FD  OUT-FIX
v01028     RECORDING MODE IS F
MFMFMF     LABEL RECORDS ARE STANDARD
MFMFMF     BLOCK CONTAINS 0 RECORDS
MFMFMF     RECORD CONTAINS 0 CHARACTERS
v01028     .
v01028 01  OUT-FIX-REC                  PIC X(32756).

v01028 FD  OUT-VAR
v01028     RECORDING MODE IS V
MFMFMF     LABEL RECORDS ARE STANDARD
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01028     RECORD varying 1 to 32756   DEPENDING ON OUT-LEN
v01028     .
v01028 01  OUT-VAR-REC.
v01028     03 FILLER OCCURS 1 to 32756 DEPENDING ON OUT-LEN PIC X.

v01028 FD  REVRPT-FILE
v01028     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01028     RECORD CONTAINS 170 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01028     .
v01028 01  REVRPT-RECORD                PIC X(170).

       WORKING-STORAGE SECTION.
v01028 01  PROGRAM-COPYRIGHT.
v01028     03 FILLER PIC X(42) VALUE
v01028               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01028     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01035 77  Version              pic x(8)      value '1.0.1 '.

v01028 01  OUT-LEN                 PIC 9(5) COMP VALUE ZEROES.
v01028 01  MIGIN-LEN               PIC 9(5) COMP VALUE ZEROES.

      * Working Storage fields for the heap allocations
v01028 01  HEAPID                  PIC S9(9) BINARY.
v01028 01  HPSIZE                  PIC S9(9) BINARY.
v01028 01  INCR                    PIC S9(9) BINARY.
v01028 01  OPTS                    PIC S9(9) BINARY.
v01028 01  ADDRSS                  USAGE IS POINTER.
v01028 01  NBYTES                  PIC S9(9) BINARY.
v01028 01  FC.
v01028     02  Condition-Token-Value.
v01028       88 CEE000 value low-values.
v01028         03  Case-1-Condition-ID.
v01028             04  Severity    PIC S9(4) BINARY.
v01028             04  Msg-No      PIC S9(4) BINARY.
v01028         03  Case-Sev-Ctl    PIC X.
v01028         03  Facility-ID     PIC XXX.
v01028     02  I-S-Info            PIC S9(9) BINARY.

v01028 01  SRC-BUFFER           PIC X(32756) VALUE SPACES.
v01028 01  MIG-BUFFER           PIC X(32756) VALUE LOW-VALUES.
v01028*    'which source bytes some reversible field gives back
v01028 01  COVER-BUFFER         PIC X(32756) VALUE SPACES.

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

v01028*----------------------------------------------------------------
v01028*    Reverse-Map.  One row per PRET entry, built once after the
v01028*    DLL loads: the field's start position in the target
v01028*    record, how its source bytes are given back, and - when
v01028*    they cannot be - why (RM-Loss indexes Loss-Text). Storage
v01028*    is obtained from the heap sized by Opt-DefinedFields the
v01028*    same way the Pre-Field-Table itself is.
v01028*----------------------------------------------------------------
v01028 01  Reverse-Map-Area                   based.
v01028     05  RM-Max                   pic 9(9) comp.
v01028     05  RM-Table                occurs 1 times.
v01028         10  RM-Tgt-Start             pic 9(9) comp.
v01028         10  RM-Class                 pic 9(2) comp.
v01028             88  RM-Not-Reversed              value 0.
v01028             88  RM-Byte-Copy                 value 1.
v01028             88  RM-CH-Copy                   value 2.
v01028             88  RM-Num-to-Num                value 3.
v01028             88  RM-CH-to-Num                 value 4.
v01028             88  RM-Date-Back                 value 5.
v01028             88  RM-Reversible                value 1 thru 5.
v01028         10  RM-Loss                  pic 9(2) comp.
v01028             88  RM-Nothing-Lost              value 0.
v01028             88  RM-Field-Lost                value 1 thru 19.
v01028             88  RM-Field-Caution             value 20 thru 29.
v01028         10  RM-Errors                pic 9(9) comp.

v01028*----------------------------------------------------------------
v01028*    Reverse-Rec.  One row per Record-Table entry: the last PRET
v01028*    of the statically mappable prefix of the record type (the
v01028*    walk stops at the first OCCURS/ODO), the MIG length when
v01028*    the whole type mapped, whether the type migrates, and the
v01028*    length of the source record rebuilt for it.
v01028*----------------------------------------------------------------
v01028 01  Reverse-Rec-Area                   based.
v01028     05  RR-Max                   pic 9(9) comp.
v01028     05  RR-Table                occurs 1 times.
v01028         10  RR-Stop-Pret             pic 9(9) comp.
v01028         10  RR-Expected-Len          pic 9(9) comp.
v01028         10  RR-Full-sw               pic 9(1) comp.
v01028             88  RR-Fully-Mapped              value 1.
v01028         10  RR-Mig-sw                pic 9(1) comp.
v01028             88  RR-Type-Migrates             value 1.
v01028         10  RR-Src-Len               pic 9(9) comp.
v01028         10  RR-Rebuilt               pic 9(9) comp.

v01028*    'header-only mirror of Formula-Area, used to size its
v01028*    'fixed portion when computing the Formula-Area allocation
v01028 01  m-FAS.
v01028     05 m-FAS-UBoundFAEntries pic 9(9) comp.
v01028     05 m-FAS-TotalEntryQty   pic 9(9) comp.

v01028 01  Display-Memory-Allocated.
v01028     03  filler              pic x(2) value '* '.
v01028     03  DMA-Table           pic x(20) value spaces.
v01028     03  filler              pic x     value space.
v01028     03  DMA-Bytes           pic z(9)9.
v01028     03  filler              pic x     value space.
v01028     03  DMA-Entries         pic z(8)9.
v01028     03  filler              pic x(15) value spaces.
v01028     03  filler              pic x     value '*'.

v01028*    'why a field cannot be given back (1-19 lose data, 20-29
v01028*    'are cautions); RM-Loss and the record errors index it
v01028 01  Loss-Texts.
v01028     05 filler pic x(30) value 'NOT MIGRATED                  '.
v01028     05 filler pic x(30) value 'MASKED                        '.
v01028     05 filler pic x(30) value 'API-CONVERTED TARGET          '.
v01028     05 filler pic x(30) value 'FUNCTION-GENERATED TARGET     '.
v01028     05 filler pic x(30) value 'CONSTANT/DEFAULT TARGET       '.
v01028     05 filler pic x(30) value 'TRUNCATED TARGET              '.
v01028     05 filler pic x(30) value 'BIT/NIBBLE/NEC ENCODING       '.
v01028     05 filler pic x(30) value 'CODE DESCRIPTION IN ITS PLACE '.
v01028     05 filler pic x(30) value 'OCCURS/ODO TABLE POSITIONS    '.
v01028     05 filler pic x(30) value 'VARIABLE-LENGTH FIELD         '.
v01028     05 filler pic x(30) value 'CHARACTER TO NUMERIC TARGET   '.
v01028     05 filler pic x(30) value 'RECORD TYPE NEVER MIGRATES    '.
v01028     05 filler pic x(30) value 'MIG VALUE NOT DECODABLE       '.
v01028     05 filler pic x(30) value 'VALUE DOES NOT FIT SOURCE     '.
v01028     05 filler pic x(30) value 'DATE DOES NOT CONVERT BACK    '.
v01028     05 filler pic x(30) value 'RECORD TYPE NOT DETERMINED    '.
v01028     05 filler pic x(30) value 'MIG RECORD LENGTH WRONG       '.
v01028     05 filler pic x(30) value spaces.
v01028     05 filler pic x(30) value spaces.
v01028     05 filler pic x(30) value 'SIGN NOT CARRIED IN TARGET    '.
v01028     05 filler pic x(30) value 'VFIELD - TARGET ONLY          '.
v01028     05 filler pic x(30) value 'UNDESCRIBED SOURCE BYTES      '.
v01028 01  filler redefines Loss-Texts.
v01028     05 Loss-Text            occurs 22 times pic x(30).

v01028 01  MISC-AREA.
v01028     03 IO-STATUS            PIC X(2)      VALUE '00'.
v01028     03 MIGIN-IO-STATUS      PIC X(2)      VALUE '00'.
v01028     03 REVRPT-IO-STATUS     PIC X(2)      VALUE '00'.
v01028     03 RC                   PIC 9(4) COMP VALUE 0.
v01028     03 N                    PIC 9(9) COMP VALUE 0.
v01028     03 PRET                 PIC 9(9) COMP VALUE 0.
v01028     03 Tgt-Cursor           PIC 9(9) COMP VALUE 0.
v01028     03 WS-MIG-CNT           PIC 9(9) COMP VALUE 0.
v01028     03 Rec-Type             PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Mig-Types         PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Only-Type         PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Matches           PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Loss-Code         PIC 9(2) COMP VALUE 0.
v01028     03 Rv-Src-Digits        PIC 9(4) COMP VALUE 0.
v01028     03 Rv-Tgt-Digits        PIC 9(4) COMP VALUE 0.
v01028     03 Rv-Digit-Len         PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Pos               PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Len               PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Src-Pos           PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Src-Len           PIC 9(9) COMP VALUE 0.
v01028     03 Rv-Spaces            PIC 9(9) COMP VALUE 0.
v01028     03 Input-sw             pic 9(4) comp value 0.
v01028         88 Input-Not-At-End               value 0.
v01028         88 Input-At-End                   value 1.
v01028     03 Reverse-sw           pic 9(4) comp value 0.
v01028         88 Reverse-Is-Possible            value 0.
v01028         88 Reverse-Is-Declined            value 1.
v01028     03 Pass-sw              pic 9(1) comp value 0.
v01028         88 Pass-Is-Checking               value 0.
v01028         88 Pass-Is-Building               value 1.
v01028     03 Rv-Record-sw         pic 9(1) comp value 0.
v01028         88 Rv-Record-Okay                 value 0.
v01028         88 Rv-Record-Failed               value 1.
v01028     03 Rv-Signed-sw         pic 9(1) comp value 0.
v01028         88 Rv-Target-Unsigned             value 0.
v01028         88 Rv-Target-Signed               value 1.
v01028     03 Tgt-Num-sw           pic 9(1) comp value 0.
v01028         88 Tgt-Num-Valid                  value 1.
v01028     03 gn-Value             PIC S9(18) COMP VALUE 0.
v01028     03 gn-Sign              PIC X      VALUE '+'.
v01028     03 gn-Pos               PIC 9(9) COMP VALUE 0.
v01028     03 gn-Len               PIC 9(9) COMP VALUE 0.
v01028     03 gn-Type              PIC 9(2) COMP VALUE 0.
v01028     03 gn-N                 PIC 9(9) COMP VALUE 0.
v01028     03 gn-Last              PIC 9(9) COMP VALUE 0.
v01028     03 gn-Digit             PIC 9(4) COMP VALUE 0.
v01028     03 gn-Byte-Val          PIC 9(4) COMP VALUE 0.
v01028     03 gn-Hi                PIC 9(4) COMP VALUE 0.
v01028     03 gn-Lo                PIC 9(4) COMP VALUE 0.
v01028     03 gn-Limit             PIC S9(18) COMP VALUE 0.
v01028     03 WS-HEX               PIC X(80)     VALUE SPACES.
v01028     03 tSize                PIC 9(9) COMP VALUE 0.
v01028*       'the byte being valued through the big-endian redefine
v01028     03 VF-Byte-Area.
v01028        05 filler            pic x    value low-value.
v01028        05 VF-Byte           pic x.
v01028     03 VF-Byte-Num redefines VF-Byte-Area pic 9(4) comp.
v01028     03 VF-Bin-Area.
v01028        05 VF-Bin-Bytes      pic x(8) value low-values.
v01028     03 VF-Bin-Num redefines VF-Bin-Area pic 9(18) comp.
v01028*       'the source usages a value is re-encoded through; the
v01028*       'rightmost bytes of each are the field's own bytes
v01028     03 Rv-ZD                PIC 9(18)        VALUE 0.
v01028     03 Rv-ZD-x redefines Rv-ZD   pic x(18).
v01028     03 Rv-ZDS               PIC S9(18)       VALUE 0.
v01028     03 Rv-ZDS-x redefines Rv-ZDS pic x(18).
v01028     03 Rv-PD                PIC 9(18)  COMP-3 VALUE 0.
v01028     03 Rv-PD-x redefines Rv-PD   pic x(10).
v01028     03 Rv-PDS               PIC S9(18) COMP-3 VALUE 0.
v01028     03 Rv-PDS-x redefines Rv-PDS pic x(10).
v01028     03 Rv-BIN               PIC 9(18)  COMP   VALUE 0.
v01028     03 Rv-BIN-x redefines Rv-BIN pic x(8).
v01028     03 Rv-BIS               PIC S9(18) COMP   VALUE 0.
v01028     03 Rv-BIS-x redefines Rv-BIS pic x(8).
v01028*       'date conversion: the DateC format string and the
v01028*       'forward re-conversion the reversed date must match
v01028     03 Rv-Fmt               PIC X(80)     VALUE SPACES.
v01028     03 Rv-Fmt-Pos           PIC 9(4) COMP VALUE 0.
v01028     03 Rv-Fmt-Ptr           PIC 9(4) COMP VALUE 0.
v01028     03 Rv-Date-Back         PIC X(64)     VALUE SPACES.
v01028     03 Rv-Date-Again        PIC X(64)     VALUE SPACES.
v01028     03 Rv-Usage-Type        PIC 9(2) COMP VALUE 0.

v01028 01  WS-COUNTERS.
v01028     03 WS-Fields-Reversible PIC 9(9) COMP VALUE 0.
v01028     03 WS-Fields-Lost       PIC 9(9) COMP VALUE 0.
v01028     03 WS-Fields-Caution    PIC 9(9) COMP VALUE 0.
v01028     03 WS-Types-Lost        PIC 9(9) COMP VALUE 0.
v01028     03 WS-Recs-Failed       PIC 9(9) COMP VALUE 0.
v01028     03 WS-Field-Errors      PIC 9(9) COMP VALUE 0.
v01028     03 WS-Recs-Written      PIC 9(9) COMP VALUE 0.
v01028     03 WS-Bytes-Undescribed PIC 9(9) COMP VALUE 0.

v01028 01  Reverse-Plan-Line.
v01028     03 RPL-Verdict     pic x(9)  value spaces.
v01028     03 filler          pic x(6)  value 'TYPE: '.
v01028     03 RPL-Type-Name   pic x(30) value spaces.
v01028     03 filler          pic x(8)  value ' FIELD: '.
v01028     03 RPL-Field-Name  pic x(30) value spaces.
v01028     03 filler          pic x(5)  value ' POS:'.
v01028     03 RPL-Pos         pic 9(5)  value zeroes.
v01028     03 filler          pic x(5)  value ' LEN:'.
v01028     03 RPL-Len         pic 9(5)  value zeroes.
v01028     03 filler          pic x(2)  value ' -'.
v01028     03 RPL-Reason      pic x(31) value spaces.

v01028 01  Reverse-Error-Line.
v01028     03 filler          pic x(9)  value 'NOT DONE '.
v01028     03 filler          pic x(8)  value 'MIG REC#'.
v01028     03 REL-Rec         pic 9(9)  value zeroes.
v01028     03 filler          pic x(7)  value ' FIELD:'.
v01028     03 REL-Field-Name  pic x(30) value spaces.
v01028     03 filler          pic x(5)  value ' POS:'.
v01028     03 REL-Pos         pic 9(5)  value zeroes.
v01028     03 filler          pic x(5)  value ' LEN:'.
v01028     03 REL-Len         pic 9(5)  value zeroes.
v01028     03 filler          pic x(2)  value ' -'.
v01028     03 REL-Reason      pic x(30) value spaces.
v01028     03 filler          pic x(5)  value ' MIG='.
v01028     03 REL-Tgt         pic x(34) value spaces.

v01028 01  Reverse-Summary-Line.
v01028     03 RSL-Label       pic x(30) value spaces.
v01028     03 filler          pic x(2)  value '= '.
v01028     03 RSL-Count       pic zzz,zzz,zz9 value zeroes.

       LINKAGE SECTION.
       COPY LNKPRET.
       COPY LnkChain.
       COPY LNKTBL.
       COPY LNKCOND.
       COPY LnkFunc.
       copy lnkform.
v01028 copy LNKALT.

       PROCEDURE DIVISION.
v01028     display PROGRAM-COPYRIGHT ' Version:' Version
v01028     perform Initialization
v01028     OPEN OUTPUT LOG-FILE
v01028     move PROGRAM-COPYRIGHT to Log-record
v01028     write Log-record
v01028     move 'MIG2SRC reverse migration' to Log-record
v01028     write Log-record
V01028     call 'LoadDLL' using DLL-Area
v01028        FILE-TABLE-AREA, Record-Table-Area,
v01028        Table-Table-Area,
v01028        Pre-Field-Table-Area,
v01028        Pre-Chain-Table-Area,
v01028        Cond-Table-Area,
v01028        Func-TABLE-AREA, EntryLength-TABLE-AREA
v01028        Gaps-in-Bits-Area,
v01028        Counters-and-Totals, Options-in-Effect, Log-Record
v01028        Formula-Area
v01028        Formula-Execution-Area
v01028        Default-Table-Area
v01028        Remarks-Table-Area
v01028        Range-Table-Area
v01028        Alt1-Table-Area, Alt2-Table-Area
v01028        Alt3-Table-Area
v01028        DateFMT-Table-Area
v01028     if Return-Code > 0 then
v01028       display 'Mig2Src: Error Loading DLLs. RC=' Return-code
v01028         '. (Error message is above)'
v01028       move return-code to RC
v01028       close LOG-FILE
v01028       move RC to return-code
v01028       stop run
v01028     end-if
v01028     perform Check-Output-Shaping
v01028     if Reverse-Is-Declined
v01028*      'declined up front: no data file is opened
v01028       CLOSE LOG-FILE
v01028     else
v01028       perform Open-the-Report
v01028       perform Build-the-Reverse-Map
v01028       perform Write-the-Plan
v01028       if WS-Fields-Lost = 0
v01028       and WS-Types-Lost = 0
v01028*        'first pass: decode every record, write nothing
v01028         set Pass-Is-Checking to true
v01028         perform Open-the-MIG-File
v01028         perform Reverse-a-Record until Input-At-End
v01028         CLOSE MIGIN-FILE
v01028*        'second pass only when the first found nothing wrong
v01028         if WS-Recs-Failed = 0
v01028           set Pass-Is-Building to true
v01028           perform Open-the-MIG-File
v01028           perform Open-the-Output
v01028           perform Reverse-a-Record until Input-At-End
v01028           perform Close-the-Output
v01028           CLOSE MIGIN-FILE
v01028         end-if
v01028       end-if
v01028       perform Write-the-Summary
v01028       CLOSE REVRPT-FILE LOG-FILE
v01028     end-if
v01028     evaluate true
v01028       when Reverse-Is-Declined     move 8 to RC
v01028       when WS-Fields-Lost > 0
v01028         or WS-Types-Lost > 0
v01028         or WS-Recs-Failed > 0      move 8 to RC
v01028       when WS-Fields-Caution > 0
v01028         or WS-Bytes-Undescribed > 0 move 4 to RC
v01028       when other                   move 0 to RC
v01028     end-evaluate
v01028     move RC to return-code
v01028     display 'Mig2Src v' Version ' ended (rc=' RC ')'
v01028     STOP RUN
v01028     .

      *--------------------------------------------------------------
      * Initialization. The same option/DLL summation and heap
      * allocation ENGINE performs before LoadDLL, less the tables
      * only record processing needs (Field-Table, Log-Table, DAR).
      *--------------------------------------------------------------
v01028 Initialization.
v01028     move 16 to RangeTbl-Max
v01028     move 64 to RangeVal-Max
v01028     move 00 to RangeTbl-Ptr
v01028     move 00 to RangeTbl-Cnt
v01028     perform varying RngTblInx from 1 by 1
v01028       until RngTblInx > RangeTbl-Max
v01028       move zeroes to Range-Zero-Ptr(RngTblInx)
v01028                      Range-CNT(RngTblInx)
v01028       perform varying RngInx from 1 by 1
v01028         until RngInx > RangeVal-Max
v01028         move zeroes to Range-Low(RngTblInx, RngInx)
v01028                        Range-High(RngTblInx, RngInx)
v01028         move spaces to Range-Text(RngTblInx, RngInx)
v01028       end-perform
v01028     end-perform
v01028     move zeroes to DateFMT-Ptr
v01028     move zeroes to DateFMT-Cnt
v01028     move 99     to DateFMT-Max
v01028     call 'Load-Options' using
v01028        Options-in-Effect, Counters-and-Totals, Range-Table-Area
v01028     call 'SumDLL' using Options-in-Effect, File-Table-Area
v01028     display
v01028     '*----------- Memory Allocations ------------------------*'
v01028     perform Allocate-the-Table-Space
v01028     display
v01028     '*--------------------------------------------------------*'
v01028     .

v01028 Allocate-the-Table-Space.
v01028     move 0 TO HEAPID
v01028     move 1 TO HPSIZE
v01028     move 0 TO INCR
v01028     move 0 TO OPTS
MFMFMF     call "CEECRHP" using HEAPID, HPSIZE, INCR, OPTS, FC
MFMFMF     if not CEE000 of FC THEN
MFMFMF       display 'Mig2Src:Allocate error:CEECRHP:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01028     if Opt-DefinedFields = 0
v01028       move 1 to Opt-DefinedFields
v01028     end-if
v01028     compute NBytes = (length of PreField-Table(1)
v01028                    * Opt-DefinedFields) + 12
v01028     move 'Pre-Field-Table'  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Field-Table-area to Addrss
v01028     move Opt-DefinedFields to PREFIELD-MAX
v01028     move 0      to PREFIELD-PTR
v01028     move 0      to PREFIELD-CNT

v01028     compute NBytes = (length of PreChain-Table(1)
v01028                    * Opt-DefinedFields)
v01028     move 'Pre-Chain-Table'  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Pre-Chain-Table-area to Addrss

v01028     if Opt-DefinedTables = 0
v01028       move 1 to Opt-DefinedTables
v01028     end-if
v01028     compute NBytes = (length of Table-Table(1)
v01028                    * Opt-DefinedTables) + 12
v01028     move 'Table-Table    '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Table-Table-area to Addrss
v01028     move Opt-DefinedTables to Table-Max
v01028     move 0      to Table-Ptr
v01028     move 0      to Table-Cnt

v01028     if Opt-DefinedConds = 0
v01028       move 1 to Opt-DefinedConds
v01028     end-if
v01028     compute NBytes = (length of Cond-Table(1)
v01028                       * Opt-DefinedConds) + 20
v01028     move 'Cond-Table     '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Cond-Table-area to Addrss
v01028     move Opt-DefinedConds to Cond-MAX
v01028     move 0      to Cond-CNT
v01028     move 0      to Cond-Ptr
v01028     move 0      to TotalExecutionQty
v01028     move 0      to TotalEntryQty

v01028     if Opt-DefinedFuncs = 0
v01028       move 1 to Opt-DefinedFuncs
v01028     end-if
v01028     compute NBytes = (length of Func-Table(1)
v01028                       * Opt-DefinedFuncs) + 12
v01028     move 'Func-Table     '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Func-Table-area to Addrss
v01028     move Opt-DefinedFuncs to Func-MAX
v01028     move 0      to Func-CNT
v01028     move 0      to Func-Ptr

v01028     if Opt-DefinedOps   = 0
v01028       move 1 to Opt-DefinedOps
v01028     end-if
v01028     compute NBytes = length of m-FAS + 8
v01028                    + (length of FAEntries(1) * Opt-DefinedOps)
v01028     move 'Formula-Area   '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Area    to Addrss
v01028     move Opt-DefinedOps to UBoundFAEntries

v01028     compute NBytes = length of FAExecutionList(1)
v01028                    * Opt-DefinedOps
v01028     move 'Formula-Exec   '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Formula-Execution-Area to Addrss
v01028     move Opt-DefinedOps to UBoundFAExecutionList

v01028     compute NBytes =
v01028       (length of Alt1-Table(1) * (1 + OPT-Alt1-DLL-CNT)) + 12
v01028     move 'Alt1-Table'       to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt1-Table-area to Addrss
v01028     move high-values to Alt1-Table-Area
v01028     move 0 to Alt1-PTR
v01028     move 1 to Alt1-Cnt
v01028     compute Alt1-Total = Alt1-Cnt + OPT-Alt1-DLL-CNT

v01028     compute NBytes =
v01028       (length of Alt2-Table(1) * (1 + OPT-Alt2-DLL-CNT)) + 12
v01028     move 'Alt2-Table'       to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt2-Table-area to Addrss
v01028     move high-values to Alt2-Table-Area
v01028     move 0 to Alt2-PTR
v01028     move 1 to Alt2-Cnt
v01028     compute Alt2-Total = Alt2-Cnt + OPT-Alt2-DLL-CNT

v01028     compute NBytes =
v01028       (length of Alt3-Table(1) * (1 + OPT-Alt3-DLL-CNT)) + 12
v01028     move 'Alt3-Table'       to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Alt3-Table-area to Addrss
v01028     move high-values to Alt3-Table-Area
v01028     move 0 to Alt3-PTR
v01028     move 1 to Alt3-Cnt
v01028     compute Alt3-Total = Alt3-Cnt + OPT-Alt3-DLL-CNT

v01028     compute NBytes = (length of RM-Table(1)
v01028                    * Opt-DefinedFields) + 4
v01028     move 'Reverse-Map    '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Reverse-Map-Area to Addrss
v01028     move Opt-DefinedFields to RM-Max
v01028     .

v01028 Get-Heap-Storage.
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Mig2Src:Allocate Error:' DMA-Table
MFMFMF               ':CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
v01028     move NBytes             to DMA-Bytes
v01028     move zeroes             to DMA-Entries
v01028     display Display-Memory-Allocated
v01028     .

      *--------------------------------------------------------------
      * Output shaping whose MIG records cannot be taken apart by
      * position alone, or that does not map back to one source file
      * in its own record order, is declined up front, before any
      * data file is opened.
      *--------------------------------------------------------------
v01028 Check-Output-Shaping.
v01028     set Reverse-Is-Possible to true
v01028     perform varying Rec-Ptr from 1 by 1
v01028       until Rec-Ptr > Record-Cnt or Reverse-Is-Declined
v01028       evaluate true
v01028         when RT-Dest-is-Split(Rec-Ptr)
v01028           display 'Mig2Src:record types routed to per-type'
v01028                   ' output DDs leave the source order behind;'
v01028                   ' they cannot be merged back. RC=8'
v01028           set Reverse-Is-Declined to true
v01028         when RT-FILE(Rec-Ptr) > 1
v01028           display 'Mig2Src:the DLL describes more than one'
v01028                   ' input file; one MIG cannot be split back'
v01028                   ' into them. RC=8'
v01028           set Reverse-Is-Declined to true
v01028         when Opt-Flatten-Yes
v01028          and RT-Match-Field(Rec-Ptr) > 0
v01028          and RT-Flat-Slots(Rec-Ptr) > 0
v01028           display 'Mig2Src:child records flattened into their'
v01028                   ' parent''s MIG record are not reversed.'
v01028                   ' RC=8'
v01028           set Reverse-Is-Declined to true
v01028       end-evaluate
v01028     end-perform
v01028     evaluate true
v01028       when Reverse-Is-Declined
v01028         continue
v01035       when Opt-Presort-Yes
v01035         display 'Mig2Src:a presorted MIG is in key order, not'
v01035                 ' the source''s own record order. RC=8'
v01035         set Reverse-Is-Declined to true
v01035       when Opt-Subset-Requested
v01035         display 'Mig2Src:a subset MIG holds only the drawn'
v01035                 ' sample; it cannot give back a complete'
v01035                 ' source file. RC=8'
v01035         set Reverse-Is-Declined to true
v01028       when File-CSV-Yes(1)
v01028         display 'Mig2Src:CSV input has no source positions to'
v01028                 ' rebuild. RC=8'
v01028         set Reverse-Is-Declined to true
v01028       when DLL-OutputCSV-Yes
v01028         display 'Mig2Src:CSV-shaped MIG output cannot be'
v01028                 ' taken apart by position. RC=8'
v01028         set Reverse-Is-Declined to true
v01028       when DLL-OutputEdit-Yes
v01028         display 'Mig2Src:EEOR-edited MIG output cannot be'
v01028                 ' taken apart by position. RC=8'
v01028         set Reverse-Is-Declined to true
v01028       when opt-RecordPrefixAPICall-yes
v01028         display 'Mig2Src:record-prefix API output cannot be'
v01028                 ' taken apart by position. RC=8'
v01028         set Reverse-Is-Declined to true
v01028       when OPT-RecordPrefixEndField not = zeroes
v01028         display 'Mig2Src:DLL-prefixed MIG output cannot be'
v01028                 ' taken apart by position. RC=8'
v01028         set Reverse-Is-Declined to true
v01028     end-evaluate
v01028     .

      *--------------------------------------------------------------
      * Build-the-Reverse-Map. For every record type, walk its PRET
      * range the way Migrate lays fields into the target (as
      * MIGVERIF's Build-the-Verify-Map does): each MIG-requested
      * field consumes PRET-MIG-LEN target bytes in PRET order, and
      * a code description kept beside its code consumes its own.
      * The walk stops at the first OCCURS/ODO entry or MIG-requested
      * group. Every elementary source field is then classified as
      * given back or lost (Classify-the-Field), and a lost field
      * whose bytes another field gives back is not lost after all.
      *--------------------------------------------------------------
v01028 Build-the-Reverse-Map.
v01028     compute NBytes = (length of RR-Table(1)
v01028                    * Record-Cnt) + 4
v01028     move 'Reverse-Rec    '  to DMA-Table
v01028     perform Get-Heap-Storage
MFMFMF     set ADDRESS OF Reverse-Rec-Area to Addrss
v01028     move Record-Cnt to RR-Max
v01028     perform varying PRET from 1 by 1 until PRET > PreField-Cnt
v01028       move zeroes to RM-Tgt-Start(PRET)
v01028       move zeroes to RM-Class(PRET)
v01028       move zeroes to RM-Loss(PRET)
v01028       move zeroes to RM-Errors(PRET)
v01028     end-perform
v01028     move 0 to Rv-Mig-Types
v01028     perform varying Rec-Ptr from 1 by 1
v01028       until Rec-Ptr > Record-Cnt
v01028       perform Map-a-Record-Type
v01028       if RR-Type-Migrates(Rec-Ptr)
v01028         add 1 to Rv-Mig-Types
v01028         move Rec-Ptr to Rv-Only-Type
v01028       end-if
v01028     end-perform
v01028     .

v01028 Map-a-Record-Type.
v01028     move 1 to Tgt-Cursor
v01028     move RT-End-Pret(Rec-Ptr) to RR-Stop-Pret(Rec-Ptr)
v01028     move 1 to RR-Full-sw(Rec-Ptr)
v01028     move 0 to RR-Mig-sw(Rec-Ptr)
v01028     move 0 to RR-Rebuilt(Rec-Ptr)
v01028     if FILE-IS-FIX-LENGTH(1)
v01028     and FT-FILE-LENGTH(1) > 0
v01028       move FT-FILE-LENGTH(1) to RR-Src-Len(Rec-Ptr)
v01028     else
v01028       move RT-Max-Len(Rec-Ptr) to RR-Src-Len(Rec-Ptr)
v01028     end-if
v01028     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01028       until PRET > RT-End-Pret(Rec-Ptr)
v01028          or RR-Full-sw(Rec-Ptr) = 0
v01028       evaluate true
v01028         when Record-Field(PRET)
v01028           continue
v01028         when Table-Field(PRET)
v01028         when Table-Occur(PRET)
v01028         when Table-ODO(PRET)
v01028           compute RR-Stop-Pret(Rec-Ptr) = PRET - 1
v01028           move 0 to RR-Full-sw(Rec-Ptr)
v01028         when GROUP-FIELD(PRET) and PRET-MIG-Requested(PRET)
v01028           compute RR-Stop-Pret(Rec-Ptr) = PRET - 1
v01028           move 0 to RR-Full-sw(Rec-Ptr)
v01028         when GROUP-FIELD(PRET)
v01028           continue
v01028         when other
v01028           perform Classify-the-Field
v01028           if PRET-MIG-Requested(PRET)
v01028             move Tgt-Cursor to RM-Tgt-Start(PRET)
v01028             move 1 to RR-Mig-sw(Rec-Ptr)
v01028             compute Tgt-Cursor = Tgt-Cursor
v01028                                + PRET-MIG-LEN(PRET)
v01028             if PRET-CODE-TABLE(PRET) not = spaces
v01028             and PRET-CODE-TABLE(PRET) not = low-values
v01028             and PRET-Code-Migrate-Both(PRET)
v01028               if PRET-CODE-DESC-LEN(PRET) = 0
v01028                 move 30 to PRET-CODE-DESC-LEN(PRET)
v01028               end-if
v01028               compute Tgt-Cursor = Tgt-Cursor
v01028                                  + PRET-CODE-DESC-LEN(PRET)
v01028             end-if
v01028           end-if
v01028       end-evaluate
v01028     end-perform
v01028     compute RR-Expected-Len(Rec-Ptr) = Tgt-Cursor - 1
v01028     if RR-Expected-Len(Rec-Ptr) = 0
v01028       move 0 to RR-Mig-sw(Rec-Ptr)
v01028     end-if
v01028*    'everything past the mapped prefix has data-dependent
v01028*    'target positions
v01028     compute PRET = RR-Stop-Pret(Rec-Ptr) + 1
v01028     perform varying PRET from PRET by 1
v01028       until PRET > RT-End-Pret(Rec-Ptr)
v01028       if not Record-Field(PRET)
v01028       and not Table-Field(PRET)
v01028       and not GROUP-FIELD(PRET)
v01028       and not NORMAL-vFIELD(PRET)
v01028       and not Regular-vField(PRET)
v01028       and not Occur-vField(PRET)
v01028       and not ODO-vField(PRET)
v01028         move 0 to RM-Class(PRET)
v01028         move 9 to RM-Loss(PRET)
v01028       end-if
v01028     end-perform
v01028*    'which source bytes come back, then which lost fields
v01028*    'come back anyway through a field over the same bytes
v01028     move spaces to COVER-BUFFER
v01028     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01028       until PRET > RR-Stop-Pret(Rec-Ptr)
v01028       if RM-Reversible(PRET)
v01028       and PRET-LENGTH-BYTE(PRET) > 0
v01028         move all 'X' to COVER-BUFFER(PRET-START-BYTE(PRET):
v01028                                      PRET-LENGTH-BYTE(PRET))
v01028       end-if
v01028     end-perform
v01028     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01028       until PRET > RT-End-Pret(Rec-Ptr)
v01028       if RM-Field-Lost(PRET)
v01028       and PRET-LENGTH-BYTE(PRET) > 0
v01028         move 0 to Rv-Spaces
v01028         inspect COVER-BUFFER(PRET-START-BYTE(PRET):
v01028                              PRET-LENGTH-BYTE(PRET))
v01028           tallying Rv-Spaces for all space
v01028         if Rv-Spaces = 0
v01028           move 0 to RM-Loss(PRET)
v01028         end-if
v01028       end-if
v01028     end-perform
v01028     .

      *--------------------------------------------------------------
      * Classify-the-Field. How the field's source bytes come back
      * from its target bytes, or the reason they cannot (RM-Loss).
      * The order matters: a field masked, API-converted or filled
      * at run time is lost whatever its types are.
      *--------------------------------------------------------------
v01028 Classify-the-Field.
v01028     move 0 to RM-Class(PRET), RM-Loss(PRET)
v01028     perform Count-the-Digits
v01028     evaluate true
v01028*      'target-only values: nothing in the source to give back
v01028       when NORMAL-vFIELD(PRET)
v01028       when Regular-vField(PRET)
v01028       when Occur-vField(PRET)
v01028       when ODO-vField(PRET)
v01028         if PRET-MIG-Requested(PRET)
v01028           move 21 to RM-Loss(PRET)
v01028         end-if
v01028       when not PRET-MIG-Requested(PRET)
v01028         move 1 to RM-Loss(PRET)
v01028       when PRET-Mask-Requested(PRET)
v01028         move 2 to RM-Loss(PRET)
v01028       when not No-API(PRET)
v01028         move 3 to RM-Loss(PRET)
v01028       when PRET-FUNC(PRET) > 0
v01028         move 4 to RM-Loss(PRET)
v01028       when PRET-DEFAULT(PRET) > 0
v01028         move 5 to RM-Loss(PRET)
v01028       when PRET-CODE-TABLE(PRET) not = spaces
v01028        and PRET-CODE-TABLE(PRET) not = low-values
v01028        and PRET-Code-Migrate-Desc(PRET)
v01028         move 8 to RM-Loss(PRET)
v01028       when PRET-LENGTH-FIELD(PRET) > 0
v01028         move 10 to RM-Loss(PRET)
v01028       when PRET-DIMS(PRET) > 0
v01028         move 9 to RM-Loss(PRET)
v01028       when Type-Bit(PRET) or TYPE-NIB(PRET)
v01028         or Type-PD-NEC(PRET) or Type-PD-NEC4(PRET)
v01028       when MIG-TYPE-BIT(PRET) or MIG-TYPE-NIB(PRET)
v01028         or MIG-TYPE-PD-NEC(PRET) or MIG-TYPE-PD-NEC4(PRET)
v01028         move 7 to RM-Loss(PRET)
v01028*      'a date reformatted between formats goes back the way
v01028*      'it came, through DateC
v01028       when PRET-DATE-FMT(PRET) > 0
v01028        and PRET-MIG-DATE-FMT(PRET) > 0
v01028        and PRET-DATE-FMT(PRET) not = PRET-MIG-DATE-FMT(PRET)
v01028         move 5 to RM-Class(PRET)
v01028*      'straight move: same type, same byte length
v01028       when PRET-TYPE(PRET) = PRET-MIG-TYPE(PRET)
v01028        and PRET-LENGTH(PRET) = (PRET-MIG-LEN(PRET) * 8)
v01028         move 1 to RM-Class(PRET)
v01028       when Type-CH(PRET) and MIG-TYPE-CH(PRET)
v01028         if PRET-MIG-LEN(PRET) < PRET-LENGTH-BYTE(PRET)
v01028           move 6 to RM-Loss(PRET)
v01028         else
v01028           move 2 to RM-Class(PRET)
v01028         end-if
v01028       when Type-CH(PRET)
v01028         move 11 to RM-Loss(PRET)
v01028       when Rv-Tgt-Digits < Rv-Src-Digits
v01028         move 6 to RM-Loss(PRET)
v01028       when MIG-TYPE-CH(PRET)
v01028         move 4 to RM-Class(PRET)
v01028         move 20 to RM-Loss(PRET)
v01028       when other
v01028         move 3 to RM-Class(PRET)
v01028     end-evaluate
v01028     .

v01028*    'digits the source usage can hold against the digits the
v01028*    'target usage can carry back
v01028 Count-the-Digits.
v01028     evaluate true
v01028       when Type-ZD(PRET)
v01028         move PRET-LENGTH-BYTE(PRET) to Rv-Src-Digits
v01028       when Type-PD(PRET)
v01028         compute Rv-Src-Digits = (PRET-LENGTH-BYTE(PRET) * 2) - 1
v01028       when Type-BIN(PRET)
v01028       when Type-BIS(PRET)
v01028         move PRET-LENGTH-BYTE(PRET) to Rv-Digit-Len
v01028         perform Binary-Digits
v01028         move N to Rv-Src-Digits
v01028       when other
v01028         move PRET-LENGTH-BYTE(PRET) to Rv-Src-Digits
v01028     end-evaluate
v01028     evaluate true
v01028       when MIG-TYPE-PD(PRET)
v01028         compute Rv-Tgt-Digits = (PRET-MIG-LEN(PRET) * 2) - 1
v01028       when MIG-TYPE-BIN(PRET)
v01028       when MIG-TYPE-BIS(PRET)
v01028         move PRET-MIG-LEN(PRET) to Rv-Digit-Len
v01028         perform Binary-Digits
v01028         move N to Rv-Tgt-Digits
v01028       when MIG-TYPE-LS(PRET)
v01028       when MIG-TYPE-TS(PRET)
v01028         compute Rv-Tgt-Digits = PRET-MIG-LEN(PRET) - 1
v01028       when other
v01028         move PRET-MIG-LEN(PRET) to Rv-Tgt-Digits
v01028     end-evaluate
v01028     .

v01028 Binary-Digits.
v01028     evaluate Rv-Digit-Len
v01028       when 1      move 3  to N
v01028       when 2      move 5  to N
v01028       when 3      move 8  to N
v01028       when 4      move 10 to N
v01028       when other  move 18 to N
v01028     end-evaluate
v01028     .

      *--------------------------------------------------------------
      * Write-the-Plan. Every field that cannot be given back (LOST)
      * or comes back with a reservation (CAUTION), every record type
      * that never reaches the MIG file, and the source bytes of each
      * type that no DLL field describes. This is the list of what a
      * fallback from this MIG file would lose.
      *--------------------------------------------------------------
v01028 Write-the-Plan.
v01028     move spaces to REVRPT-RECORD
v01028     move 'MIG2SRC FALLBACK PLAN' to REVRPT-RECORD
v01028     perform Write-a-Report-Record
v01028     perform varying Rec-Ptr from 1 by 1
v01028       until Rec-Ptr > Record-Cnt
v01028       if not RR-Type-Migrates(Rec-Ptr)
v01028         add 1 to WS-Types-Lost
v01028         move 'LOST     '       to RPL-Verdict
v01028         move RT-KN(Rec-Ptr)    to RPL-Type-Name
v01028         move '*ALL FIELDS*'    to RPL-Field-Name
v01028         move 1                 to RPL-Pos
v01028         move RR-Src-Len(Rec-Ptr) to RPL-Len
v01028         move Loss-Text(12)     to RPL-Reason
v01028         write REVRPT-RECORD from Reverse-Plan-Line
v01028       else
v01028         perform Plan-a-Record-Type
v01028       end-if
v01028     end-perform
v01028     .

v01028 Plan-a-Record-Type.
v01028     move spaces to COVER-BUFFER
v01028     perform varying PRET from RT-Start-Pret(Rec-Ptr) by 1
v01028       until PRET > RT-End-Pret(Rec-Ptr)
v01028       evaluate true
v01028         when RM-Reversible(PRET)
v01028           add 1 to WS-Fields-Reversible
v01028         when RM-Field-Lost(PRET)
v01028           add 1 to WS-Fields-Lost
v01028       end-evaluate
v01028       if RM-Field-Caution(PRET)
v01028         add 1 to WS-Fields-Caution
v01028       end-if
v01028       if not RM-Nothing-Lost(PRET)
v01028         if RM-Field-Lost(PRET)
v01028           move 'LOST     '     to RPL-Verdict
v01028         else
v01028           move 'CAUTION  '     to RPL-Verdict
v01028         end-if
v01028         move RT-KN(Rec-Ptr)    to RPL-Type-Name
v01028         move PRET-FIELDNAME(PRET) to RPL-Field-Name
v01028         move PRET-START-BYTE(PRET) to RPL-Pos
v01028         move PRET-LENGTH-BYTE(PRET) to RPL-Len
v01028         move RM-Loss(PRET)     to Rv-Loss-Code
v01028         move Loss-Text(Rv-Loss-Code) to RPL-Reason
v01028         write REVRPT-RECORD from Reverse-Plan-Line
v01028       end-if
v01028*      'any field at all describes its bytes
v01028       if not Record-Field(PRET)
v01028       and not Table-Field(PRET)
v01028       and PRET-LENGTH-BYTE(PRET) > 0
v01028       and PRET-START-BYTE(PRET) > 0
v01028       and not NORMAL-vFIELD(PRET)
v01028       and not Regular-vField(PRET)
v01028       and not Occur-vField(PRET)
v01028       and not ODO-vField(PRET)
v01028         move all 'X' to COVER-BUFFER(PRET-START-BYTE(PRET):
v01028                                      PRET-LENGTH-BYTE(PRET))
v01028       end-if
v01028     end-perform
v01028     if RR-Src-Len(Rec-Ptr) > 0
v01028       move 0 to Rv-Spaces
v01028       inspect COVER-BUFFER(1:RR-Src-Len(Rec-Ptr))
v01028         tallying Rv-Spaces for all space
v01028       if Rv-Spaces > 0
v01028         add Rv-Spaces to WS-Bytes-Undescribed
v01028         move 'CAUTION  '       to RPL-Verdict
v01028         move RT-KN(Rec-Ptr)    to RPL-Type-Name
v01028         move '*UNDESCRIBED BYTES*' to RPL-Field-Name
v01028         move 0                 to RPL-Pos
v01028         move Rv-Spaces         to RPL-Len
v01028         move Loss-Text(22)     to RPL-Reason
v01028         write REVRPT-RECORD from Reverse-Plan-Line
v01028       end-if
v01028     end-if
v01028     .

v01028 Open-the-Report.
v01028     OPEN OUTPUT REVRPT-FILE
v01028     if REVRPT-IO-STATUS NOT = '00'
v01028       display 'Mig2Src:REVRPT OPEN ERROR:' REVRPT-IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

v01028 Open-the-MIG-File.
v01028     move 0 to WS-MIG-CNT
v01028     set Input-Not-At-End to true
v01028     OPEN INPUT MIGIN-FILE
v01028     if MIGIN-IO-STATUS NOT = '00'
v01028       display 'Mig2Src:MIGIN OPEN ERROR:' MIGIN-IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

v01028 Open-the-Output.
v01028     evaluate true
v01028       when FILE-IS-VARIABLE-LENGTH(1) OPEN OUTPUT OUT-VAR
v01028       when other                      OPEN OUTPUT OUT-FIX
v01028     end-evaluate
v01028     if IO-STATUS NOT = '00'
v01028       display 'Mig2Src:SRCOUT OPEN ERROR:' IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

v01028 Close-the-Output.
v01028     evaluate true
v01028       when FILE-IS-VARIABLE-LENGTH(1) CLOSE OUT-VAR
v01028       when other                      CLOSE OUT-FIX
v01028     end-evaluate
v01028     .

      *--------------------------------------------------------------
      * Reverse-a-Record. Read the next MIG record, tell its record
      * type, and give back every reversible field into a source
      * record of spaces. On the checking pass nothing is written;
      * on the building pass (reached only when the checking pass
      * failed no record) the rebuilt record is written to SRCOUT.
      *--------------------------------------------------------------
v01028 Reverse-a-Record.
v01028     perform Read-a-MIG-Record
v01028     if Input-At-End
v01028       continue
v01028     else
v01028       set Rv-Record-Okay to true
v01028       perform Determine-Record-Type
v01028       if Rv-Record-Okay
v01028         move spaces to SRC-BUFFER(1:RR-Src-Len(Rec-Type))
v01028         perform varying PRET from RT-Start-Pret(Rec-Type) by 1
v01028           until PRET > RR-Stop-Pret(Rec-Type)
v01028           if RM-Reversible(PRET)
v01028             perform Reverse-the-Field
v01028           end-if
v01028         end-perform
v01028       end-if
v01028       evaluate true
v01028         when Rv-Record-Failed
v01028           add 1 to WS-Recs-Failed
v01028         when Pass-Is-Building
v01028           perform Write-the-Source-Record
v01028       end-evaluate
v01028     end-if
v01028     .

v01028 Read-a-MIG-Record.
v01028     read MIGIN-FILE
v01028       at end
v01028         set Input-At-End to true
v01028       not at end
v01028         add 1 to WS-MIG-CNT
v01028         move MIGIN-REC(1:MIGIN-LEN)
v01028           to MIG-BUFFER(1:MIGIN-LEN)
v01028     end-read
v01028     if MIGIN-IO-STATUS not = '00'
v01028     and MIGIN-IO-STATUS not = '10'
v01028       display 'Mig2Src:MIGIN READ ERROR:' MIGIN-IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

      *--------------------------------------------------------------
      * Determine-Record-Type. With one migrating record type every
      * MIG record is of it. With more, the MIG record's length
      * tells them apart, and must name exactly one type.
      *--------------------------------------------------------------
v01028 Determine-Record-Type.
v01028     move 0 to Rec-Type, Rv-Matches
v01028     if Rv-Mig-Types = 1
v01028       move Rv-Only-Type to Rec-Type
v01028     else
v01028       perform varying Rec-Ptr from 1 by 1
v01028         until Rec-Ptr > Record-Cnt
v01028         if RR-Type-Migrates(Rec-Ptr)
v01028         and RR-Expected-Len(Rec-Ptr) = MIGIN-LEN
v01028           add 1 to Rv-Matches
v01028           move Rec-Ptr to Rec-Type
v01028         end-if
v01028       end-perform
v01028       if Rv-Matches not = 1
v01028         move 0 to Rec-Type
v01028       end-if
v01028     end-if
v01028     evaluate true
v01028       when Rec-Type = 0
v01028         move 16 to Rv-Loss-Code
v01028         perform Note-a-Record-Error
v01028       when MIGIN-LEN not = RR-Expected-Len(Rec-Type)
v01028         move 17 to Rv-Loss-Code
v01028         perform Note-a-Record-Error
v01028     end-evaluate
v01028     .

v01028 Reverse-the-Field.
v01028     move RM-Tgt-Start(PRET)     to Rv-Pos
v01028     move PRET-MIG-LEN(PRET)     to Rv-Len
v01028     move PRET-START-BYTE(PRET)  to Rv-Src-Pos
v01028     move PRET-LENGTH-BYTE(PRET) to Rv-Src-Len
v01028     evaluate true
v01028       when RM-Byte-Copy(PRET)
v01028         move MIG-BUFFER(Rv-Pos:Rv-Len)
v01028           to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028       when RM-CH-Copy(PRET)
v01028*        'ENGINE padded the target; the source length of it
v01028*        'is the source value
v01028         move MIG-BUFFER(Rv-Pos:Rv-Src-Len)
v01028           to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028       when RM-Num-to-Num(PRET)
v01028         move PRET-MIG-TYPE(PRET) to gn-Type
v01028         perform Decode-the-Target
v01028         if Tgt-Num-Valid
v01028           perform Encode-the-Source
v01028         end-if
v01028       when RM-CH-to-Num(PRET)
v01028         perform Decode-Target-Digits
v01028         if Tgt-Num-Valid
v01028           perform Encode-the-Source
v01028         end-if
v01028       when RM-Date-Back(PRET)
v01028         perform Reverse-the-Date
v01028     end-evaluate
v01028     .

      *--------------------------------------------------------------
      * Decode-the-Target. A zoned, packed, binary or separate-sign
      * target to a signed 18-digit value (the decodes of MIGVERIF,
      * widened to the signed forms ENGINE writes). Whether the
      * target carried a sign decides whether the source gets one.
      *--------------------------------------------------------------
v01028 Decode-the-Target.
v01028     move 0   to gn-Value
v01028     move '+' to gn-Sign
v01028     move 1   to Tgt-Num-sw
v01028     set Rv-Target-Unsigned to true
v01028     move Rv-Pos to gn-Pos
v01028     move Rv-Len to gn-Len
v01028     evaluate gn-Type
v01028       when 2 perform Decode-Target-ZD
v01028       when 3 perform Decode-Target-PD
v01028       when 4 perform Decode-Target-BIN
v01028       when 5 perform Decode-Target-BIN
v01028       when 6
v01028       when 7 perform Decode-Target-Sep-Sign
v01028       when other move 0 to Tgt-Num-sw
v01028     end-evaluate
v01028     if not Tgt-Num-Valid
v01028       move 13 to Rv-Loss-Code
v01028       perform Note-a-Field-Error
v01028     end-if
v01028     .

v01028 Decode-Target-ZD.
v01028     if gn-Len > 18
v01028       move 0 to Tgt-Num-sw
v01028     end-if
v01028     compute gn-Last = gn-Len - 1
v01028     perform varying gn-N from 0 by 1
v01028       until gn-N >= gn-Len or Tgt-Num-sw = 0
v01028       move MIG-BUFFER(gn-Pos + gn-N:1) to VF-Byte
v01028       evaluate true
v01028         when MIG-BUFFER(gn-Pos + gn-N:1) >= '0'
v01028          and MIG-BUFFER(gn-Pos + gn-N:1) <= '9'
MFMFMF           compute gn-Digit = VF-Byte-Num - 240
PCPCPC*          compute gn-Digit = VF-Byte-Num - 48
v01028*        'the last byte may carry the sign as an overpunch
MFMFMF         when gn-N = gn-Last
MFMFMF          and VF-Byte-Num >= 192 and VF-Byte-Num <= 201
MFMFMF           compute gn-Digit = VF-Byte-Num - 192
MFMFMF           set Rv-Target-Signed to true
MFMFMF         when gn-N = gn-Last
MFMFMF          and VF-Byte-Num >= 208 and VF-Byte-Num <= 217
MFMFMF           compute gn-Digit = VF-Byte-Num - 208
MFMFMF           set Rv-Target-Signed to true
MFMFMF           move '-' to gn-Sign
PCPCPC*        when gn-N = gn-Last
PCPCPC*         and VF-Byte-Num >= 112 and VF-Byte-Num <= 121
PCPCPC*          compute gn-Digit = VF-Byte-Num - 112
PCPCPC*          set Rv-Target-Signed to true
PCPCPC*          move '-' to gn-Sign
v01028         when other
v01028           move 0 to Tgt-Num-sw
v01028       end-evaluate
v01028       if Tgt-Num-sw = 1
v01028         compute gn-Value = (gn-Value * 10) + gn-Digit
v01028       end-if
v01028     end-perform
v01028     .

v01028 Decode-Target-PD.
v01028     if gn-Len > 10
v01028       move 0 to Tgt-Num-sw
v01028     end-if
v01028     perform varying gn-N from 0 by 1
v01028       until gn-N >= gn-Len or Tgt-Num-sw = 0
v01028       move MIG-BUFFER(gn-Pos + gn-N:1) to VF-Byte
v01028       move VF-Byte-Num to gn-Byte-Val
v01028       divide gn-Byte-Val by 16 giving gn-Hi
v01028                           remainder gn-Lo
v01028       if gn-N = (gn-Len - 1)
v01028*        'last byte: digit + sign nibble
v01028         if gn-Hi > 9
v01028           move 0 to Tgt-Num-sw
v01028         else
v01028           compute gn-Value = (gn-Value * 10) + gn-Hi
v01028         end-if
v01028         evaluate gn-Lo
v01028           when 13
v01028           when 11
v01028             move '-' to gn-Sign
v01028             set Rv-Target-Signed to true
v01028           when 12
v01028           when 10
v01028           when 14
v01028             set Rv-Target-Signed to true
v01028           when 15
v01028             continue
v01028           when other
v01028             move 0 to Tgt-Num-sw
v01028         end-evaluate
v01028       else
v01028         if gn-Hi > 9 or gn-Lo > 9
v01028           move 0 to Tgt-Num-sw
v01028         else
v01028           compute gn-Value = (gn-Value * 100)
v01028                            + (gn-Hi * 10) + gn-Lo
v01028         end-if
v01028       end-if
v01028     end-perform
v01028     .

v01028 Decode-Target-BIN.
v01028     if gn-Len > 8
v01028       move 0 to Tgt-Num-sw
v01028     else
v01028       if gn-Type = 5
v01028*        'signed binary: the rightmost bytes of a signed
v01028*        'doubleword, sign-extended from the top bit
v01028         set Rv-Target-Signed to true
v01028         move MIG-BUFFER(gn-Pos:1) to VF-Byte
v01028         if VF-Byte-Num > 127
v01028           move high-values to Rv-BIS-x
v01028         else
v01028           move low-values  to Rv-BIS-x
v01028         end-if
v01028         move MIG-BUFFER(gn-Pos:gn-Len)
v01028           to Rv-BIS-x(8 - gn-Len + 1:gn-Len)
v01028         move Rv-BIS to gn-Value
v01028         if gn-Value < 0
v01028           move '-' to gn-Sign
v01028           compute gn-Value = 0 - gn-Value
v01028         end-if
v01028       else
v01028         move low-values to VF-Bin-Bytes
v01028         move MIG-BUFFER(gn-Pos:gn-Len)
v01028           to VF-Bin-Bytes(8 - gn-Len + 1:gn-Len)
v01028         move VF-Bin-Num to gn-Value
v01028       end-if
v01028     end-if
v01028     .

v01028*    'LS leads with its sign character, TS trails it
v01028 Decode-Target-Sep-Sign.
v01028     set Rv-Target-Signed to true
v01028     if gn-Type = 6
v01028       move MIG-BUFFER(gn-Pos:1) to gn-Sign
v01028       add 1 to gn-Pos
v01028     else
v01028       move MIG-BUFFER(gn-Pos + gn-Len - 1:1) to gn-Sign
v01028     end-if
v01028     subtract 1 from gn-Len
v01028     if gn-Sign not = '+' and gn-Sign not = '-'
v01028       move 0 to Tgt-Num-sw
v01028     else
v01028       perform Decode-Plain-Digits
v01028     end-if
v01028     .

v01028*    'a numeric source ENGINE wrote as character digits,
v01028*    'left-justified and padded with spaces, with no sign
v01028 Decode-Target-Digits.
v01028     move 0   to gn-Value
v01028     move '+' to gn-Sign
v01028     move 1   to Tgt-Num-sw
v01028     set Rv-Target-Unsigned to true
v01028     move Rv-Pos to gn-Pos
v01028     move 0 to gn-Len
v01028     perform varying gn-N from 0 by 1
v01028       until gn-N >= Rv-Len
v01028          or MIG-BUFFER(Rv-Pos + gn-N:1) = space
v01028       add 1 to gn-Len
v01028     end-perform
v01028     if gn-Len = 0
v01028       move 0 to Tgt-Num-sw
v01028     else
v01028       perform Decode-Plain-Digits
v01028       if Tgt-Num-sw = 1
v01028       and gn-Len < Rv-Len
v01028         move 0 to Rv-Spaces
v01028         inspect MIG-BUFFER(Rv-Pos + gn-Len:Rv-Len - gn-Len)
v01028           tallying Rv-Spaces for all space
v01028         if Rv-Spaces not = Rv-Len - gn-Len
v01028           move 0 to Tgt-Num-sw
v01028         end-if
v01028       end-if
v01028     end-if
v01028     if not Tgt-Num-Valid
v01028       move 13 to Rv-Loss-Code
v01028       perform Note-a-Field-Error
v01028     end-if
v01028     .

v01028 Decode-Plain-Digits.
v01028     if gn-Len > 18
v01028       move 0 to Tgt-Num-sw
v01028     end-if
v01028     perform varying gn-N from 0 by 1
v01028       until gn-N >= gn-Len or Tgt-Num-sw = 0
v01028       if MIG-BUFFER(gn-Pos + gn-N:1) < '0'
v01028       or MIG-BUFFER(gn-Pos + gn-N:1) > '9'
v01028         move 0 to Tgt-Num-sw
v01028       else
v01028         move MIG-BUFFER(gn-Pos + gn-N:1) to VF-Byte
MFMFMF         compute gn-Digit = VF-Byte-Num - 240
PCPCPC*        compute gn-Digit = VF-Byte-Num - 48
v01028         compute gn-Value = (gn-Value * 10) + gn-Digit
v01028       end-if
v01028     end-perform
v01028     .

      *--------------------------------------------------------------
      * Encode-the-Source. The decoded value back in the field's own
      * usage and length: the rightmost bytes of the 18-digit work
      * field of that usage, signed when the target was (a binary
      * source by its own type). A value the source field cannot
      * hold is an error, never silently cut.
      *--------------------------------------------------------------
v01028 Encode-the-Source.
v01028     if Rv-Src-Digits < 18
v01028       compute gn-Limit = 10 ** Rv-Src-Digits
v01028       if gn-Value >= gn-Limit
v01028         move 0 to Tgt-Num-sw
v01028       end-if
v01028     end-if
v01028     if gn-Sign = '-'
v01028       evaluate true
v01028         when Type-BIN(PRET)
v01028           move 0 to Tgt-Num-sw
v01028         when Type-BIS(PRET)
v01028           continue
v01028         when not Rv-Target-Signed
v01028           move 0 to Tgt-Num-sw
v01028       end-evaluate
v01028       compute gn-Value = 0 - gn-Value
v01028     end-if
v01028     if not Tgt-Num-Valid
v01028       move 14 to Rv-Loss-Code
v01028       perform Note-a-Field-Error
v01028     else
v01028       evaluate true
v01028         when Type-ZD(PRET) and Rv-Target-Signed
v01028           move gn-Value to Rv-ZDS
v01028           move Rv-ZDS-x(18 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028         when Type-ZD(PRET)
v01028           move gn-Value to Rv-ZD
v01028           move Rv-ZD-x(18 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028         when Type-PD(PRET) and Rv-Target-Signed
v01028           move gn-Value to Rv-PDS
v01028           move Rv-PDS-x(10 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028         when Type-PD(PRET)
v01028           move gn-Value to Rv-PD
v01028           move Rv-PD-x(10 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028         when Type-BIS(PRET)
v01028           move gn-Value to Rv-BIS
v01028           move Rv-BIS-x(8 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028         when Type-BIN(PRET)
v01028           move gn-Value to Rv-BIN
v01028           move Rv-BIN-x(8 - Rv-Src-Len + 1:Rv-Src-Len)
v01028             to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028       end-evaluate
v01028     end-if
v01028     .

      *--------------------------------------------------------------
      * Reverse-the-Date. The conversion ENGINE's Convert-Date made,
      * asked of DateC the other way round (target format and usage
      * in, source format and usage out); the date given back must
      * convert forward again to exactly the MIG bytes, so a date
      * DateC cannot take back is an error, not a guess.
      *--------------------------------------------------------------
v01028 Reverse-the-Date.
v01028     if Rv-Src-Len > 64 or Rv-Len > 64
v01028       move 15 to Rv-Loss-Code
v01028       perform Note-a-Field-Error
v01028     else
v01028       move spaces to Rv-Date-Back, Rv-Date-Again
v01028       move 1 to Rv-Fmt-Pos
v01028       move spaces to Rv-Fmt
v01028       move PRET-MIG-DATE-FMT(PRET) to Rv-Fmt-Ptr
v01028       move PRET-MIG-TYPE(PRET)     to Rv-Usage-Type
v01028       perform Put-a-Date-Format
v01028       move PRET-DATE-FMT(PRET)     to Rv-Fmt-Ptr
v01028       perform Put-the-Source-Usage
v01028       move x'00' to Rv-Fmt(Rv-Fmt-Pos:1)
v01028       call 'DateC' using Rv-Fmt
v01028         by reference MIG-BUFFER(Rv-Pos:Rv-Len)
v01028                      Rv-Date-Back(1:Rv-Src-Len)
v01028*      'and forward again, as ENGINE did it
v01028       move 1 to Rv-Fmt-Pos
v01028       move spaces to Rv-Fmt
v01028       move PRET-DATE-FMT(PRET) to Rv-Fmt-Ptr
v01028       perform Put-the-Source-Usage
v01028       move PRET-MIG-DATE-FMT(PRET) to Rv-Fmt-Ptr
v01028       move PRET-MIG-TYPE(PRET)     to Rv-Usage-Type
v01028       perform Put-a-Date-Format
v01028       move x'00' to Rv-Fmt(Rv-Fmt-Pos:1)
v01028       call 'DateC' using Rv-Fmt
v01028         by reference Rv-Date-Back(1:Rv-Src-Len)
v01028                      Rv-Date-Again(1:Rv-Len)
v01028       if Rv-Date-Again(1:Rv-Len) = MIG-BUFFER(Rv-Pos:Rv-Len)
v01028         move Rv-Date-Back(1:Rv-Src-Len)
v01028           to SRC-BUFFER(Rv-Src-Pos:Rv-Src-Len)
v01028       else
v01028         move 15 to Rv-Loss-Code
v01028         perform Note-a-Field-Error
v01028       end-if
v01028     end-if
v01028     .

v01028*    'the source side written in the target usage numbering
v01028*    '(MIG-TYPE 2 ZD, 3 PD, 4 BIN, 5 BIS) Put-a-Date-Format
v01028*    'works in
v01028 Put-the-Source-Usage.
v01028     perform Source-Usage-Type
v01028     perform Put-a-Date-Format
v01028     .

v01028 Source-Usage-Type.
v01028     evaluate true
v01028       when Type-ZD(PRET)   move 2 to Rv-Usage-Type
v01028       when Type-PD(PRET)   move 3 to Rv-Usage-Type
v01028       when Type-BIN(PRET)  move 4 to Rv-Usage-Type
v01028       when Type-BIS(PRET)  move 5 to Rv-Usage-Type
v01028       when other           move 1 to Rv-Usage-Type
v01028     end-evaluate
v01028     .

v01028*    'one side of a DateC format string: the date pattern, its
v01028*    'usage in braces, and the closing '>'
v01028 Put-a-Date-Format.
v01028     move DateFmt-Text(Rv-Fmt-Ptr)(1:DateFmt-Length(Rv-Fmt-Ptr))
v01028       to Rv-Fmt(Rv-Fmt-Pos:DateFmt-Length(Rv-Fmt-Ptr))
v01028     add DateFmt-Length(Rv-Fmt-Ptr) to Rv-Fmt-Pos
v01028     evaluate Rv-Usage-Type
v01028       when 3
v01028         move '{COMP-3}' to Rv-Fmt(Rv-Fmt-Pos:8)
v01028         add 8 to Rv-Fmt-Pos
v01028       when 4
v01028         move '{COMP}' to Rv-Fmt(Rv-Fmt-Pos:6)
v01028         add 6 to Rv-Fmt-Pos
v01028       when 5
v01028         move '{COMPS}' to Rv-Fmt(Rv-Fmt-Pos:7)
v01028         add 7 to Rv-Fmt-Pos
v01028       when other
v01028         continue
v01028     end-evaluate
v01028     move '>' to Rv-Fmt(Rv-Fmt-Pos:1)
v01028     add 1 to Rv-Fmt-Pos
v01028     .

v01028 Note-a-Field-Error.
v01028     add 1 to WS-Field-Errors
v01028     add 1 to RM-Errors(PRET)
v01028     move PRET-FIELDNAME(PRET) to REL-Field-Name
v01028     move Rv-Pos               to REL-Pos
v01028     move Rv-Len               to REL-Len
v01028     perform Write-the-Error-Line
v01028     .

v01028 Note-a-Record-Error.
v01028     move '*RECORD*'           to REL-Field-Name
v01028     move 1                    to REL-Pos
v01028     move MIGIN-LEN            to REL-Len
v01028     move 1                    to Rv-Pos
v01028     move MIGIN-LEN            to Rv-Len
v01028     perform Write-the-Error-Line
v01028     .

v01028*    'a record's errors are reported on the checking pass only;
v01028*    'the building pass never runs when there were any
v01028 Write-the-Error-Line.
v01028     set Rv-Record-Failed to true
v01028     move WS-MIG-CNT            to REL-Rec
v01028     move Loss-Text(Rv-Loss-Code) to REL-Reason
v01028     move spaces to REL-Tgt
v01028     move Rv-Len to tSize
v01028     if tSize > 15
v01028       move 15 to tSize
v01028     end-if
v01028     move spaces to WS-HEX
v01028     call 'HEXSHOW' using MIG-BUFFER(Rv-Pos:tSize),
v01028          tSize, WS-HEX
v01028     move "x'" to REL-Tgt(1:2)
v01028     compute gn-N = tSize * 2
v01028     move WS-HEX(1:gn-N) to REL-Tgt(3:gn-N)
v01028     move "'" to REL-Tgt(3 + gn-N:1)
v01028     write REVRPT-RECORD from Reverse-Error-Line
v01028     if REVRPT-IO-STATUS not = '00'
v01028       display 'Mig2Src:REVRPT WRITE ERROR:' REVRPT-IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

v01028 Write-a-Report-Record.
v01028     write REVRPT-RECORD
v01028     if REVRPT-IO-STATUS not = '00'
v01028       display 'Mig2Src:REVRPT WRITE ERROR:' REVRPT-IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     .

v01028 Write-the-Source-Record.
v01028     move RR-Src-Len(Rec-Type) to OUT-LEN
v01028     evaluate true
v01028       when FILE-IS-VARIABLE-LENGTH(1)
v01028         move SRC-BUFFER(1:OUT-LEN) to OUT-VAR-REC(1:OUT-LEN)
v01028         write OUT-VAR-REC
v01028       when other
v01028         move SRC-BUFFER(1:OUT-LEN) to OUT-FIX-REC
v01028         write OUT-FIX-REC
v01028     end-evaluate
v01028     if IO-STATUS not = '00'
v01028       display 'Mig2Src:SRCOUT WRITE ERROR:' IO-STATUS
v01028       move 12 to return-code
v01028       stop run
v01028     end-if
v01028     add 1 to WS-Recs-Written
v01028     add 1 to RR-Rebuilt(Rec-Type)
v01028     .

v01028 Write-the-Summary.
v01028     move spaces to REVRPT-RECORD
v01028     perform Write-a-Report-Record
v01028     move 'MIG2SRC SUMMARY' to REVRPT-RECORD
v01028     perform Write-a-Report-Record
v01028     move 'FIELDS GIVEN BACK'     to RSL-Label
v01028     move WS-Fields-Reversible    to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     move 'FIELDS LOST'           to RSL-Label
v01028     move WS-Fields-Lost          to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     move 'FIELDS WITH CAUTIONS'  to RSL-Label
v01028     move WS-Fields-Caution       to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     move 'RECORD TYPES LOST'     to RSL-Label
v01028     move WS-Types-Lost           to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     move 'MIG RECORDS NOT REVERSIBLE' to RSL-Label
v01028     move WS-Recs-Failed          to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     move 'SOURCE RECORDS WRITTEN' to RSL-Label
v01028     move WS-Recs-Written         to RSL-Count
v01028     write REVRPT-RECORD from Reverse-Summary-Line
v01028     perform varying Rec-Ptr from 1 by 1
v01028       until Rec-Ptr > Record-Cnt
v01028       if RR-Rebuilt(Rec-Ptr) > 0
v01028         move spaces              to RSL-Label
v01028         move RT-KN(Rec-Ptr)      to RSL-Label
v01028         move RR-Rebuilt(Rec-Ptr) to RSL-Count
v01028         write REVRPT-RECORD from Reverse-Summary-Line
v01028       end-if
v01028     end-perform
v01028     move spaces to REVRPT-RECORD
v01028     evaluate true
v01028       when WS-Fields-Lost > 0
v01028         or WS-Types-Lost > 0
v01028         move '** NO FALLBACK FILE - THE FIELDS ABOVE WOULD BE'
v01028           & ' LOST **'         to REVRPT-RECORD
v01028       when WS-Recs-Failed > 0
v01028         move '** NO FALLBACK FILE - THE MIG RECORDS ABOVE DO'
v01028           & ' NOT REVERSE **'  to REVRPT-RECORD
v01028       when other
v01028         move '** FALLBACK FILE COMPLETE **' to REVRPT-RECORD
v01028     end-evaluate
v01028     perform Write-a-Report-Record
v01028     display 'Mig2Src:--------Reversal Stats-----------------*'
v01028     display '# of MIG records read.......' WS-MIG-CNT
v01028     display '# of Source records written.' WS-Recs-Written
v01028     display '# of MIG records failed.....' WS-Recs-Failed
v01028     display '# of Field errors...........' WS-Field-Errors
v01028     display '# of Fields given back......' WS-Fields-Reversible
v01028     display '# of Fields lost............' WS-Fields-Lost
v01028     display '# of Fields with cautions...' WS-Fields-Caution
v01028     display '# of Record types lost......' WS-Types-Lost
v01028     display 'Mig2Src:----End of Reversal Stats-------------*'
v01028     move spaces to Log-record
v01028     move 'MIG2SRC: RECORDS WRITTEN=' to Log-record(1:25)
v01028     move WS-Recs-Written      to RSL-Count
v01028     move RSL-Count            to Log-record(26:11)
v01028     move ' FIELDS LOST='        to Log-record(37:13)
v01028     move WS-Fields-Lost       to RSL-Count
v01028     move RSL-Count            to Log-record(50:11)
v01028     move ' RECORDS FAILED='     to Log-record(61:16)
v01028     move WS-Recs-Failed       to RSL-Count
v01028     move RSL-Count            to Log-record(77:11)
v01028     write Log-record
v01028     .
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
       END PROGRAM MIG2SRC.
