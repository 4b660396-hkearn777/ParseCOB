       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01035* 2026/10/15 HK   v1.24.0 - Subset extract for test regions.
v01035*                         SubsetPct()/SubsetCount() draw parent
v01035*                         keys (optionally within each value of
v01035*                         the parent's BREAK field, SubsetBy)
v01035*                         in a sort pass ahead of the main loop,
v01035*                         ordered by a seeded hash of the key so
v01035*                         the same options draw the same keys.
v01035*                         A drawn parent and every child whose
v01035*                         MATCH field carries its key go out,
v01035*                         masked as the DLL marks; the rest are
v01035*                         read and balanced but not written. The
v01035*                         LOG shows drawn against population per
v01035*                         stratum; CTLTOT carries the totals.
v01034* 2026/10/15 HK   v1.23.0 - Suspense(YES): a suspense ledger
v01034*                         kept run to run (LEDGIN -> LEDGOUT).
v01034*                         Every discarded keyed record opens
v01034*                         or ages an entry by key, record type
v01034*                         and discard reason (first/last seen,
v01034*                         runs failed); an entry closes when a
v01034*                         later run migrates the key cleanly,
v01034*                         and closed entries drop off after
v01034*                         SuspenseKeep days. The LOG and CTLTOT
v01034*                         show opened, aged, closed and open
v01034*                         counts; SUSPAGE ages the ledger.
v01033* 2026/10/15 HK   v1.22.0 - Presort(YES): the input files are
v01033*                         sorted and merged into key order
v01033*                         before the main loop - the parent's
v01033*                         RT-Key-Field or the child's
v01033*                         RT-Match-Field value, parents ahead
v01033*                         of their children, then record type
v01033*                         and read sequence - through SORTWK
v01033*                         onto SRTOUT, which the run then reads.
v01033*                         Keys must sit at a fixed position.
v01033*                         Records with no type or key follow
v01033*                         the keyed ones in read order. The LOG
v01033*                         shows read/sorted counts per input
v01033*                         file; LINEAGE keeps the read position.
v01032* 2026/10/15 HK   v1.21.0 - field layout cache. A record type
v01032*                         whose layout the DLL fixes (no ODO
v01032*                         or LIMIT/LENGTH table, no field or
v01032*                         table condition, no offset/varchar
v01032*                         length, no vFields, not CSV) keeps
v01032*                         the Field-Table its records build
v01032*                         once a build has settled, and later
v01032*                         records of that type and length take
v01032*                         it back instead of running the
v01032*                         generator again - the values are
v01032*                         still pulled from every record, so
v01032*                         the FDD/DAR/MIG are unchanged. The
v01032*                         LOG lists each type as cached or not
v01032*                         (with the reason) and, at the end,
v01032*                         the records mapped from the cache.
v01032*                         LayoutCache(NO) turns it off
v01027* 2026/10/15 HK   v1.20.0 - header/detail flattening. With
v01027*                         Flatten(YES) in the OPTIONS each
v01027*                         parent record is held and the child
v01027*                         records that match it (MATCH field)
v01027*                         fill the SLOTS(n) the DLL gives their
v01027*                         type, so one wide MIG record is
v01027*                         written per parent when the next
v01027*                         parent arrives or the input ends.
v01027*                         A child past its slots, or with no
v01027*                         parent held, discards as new reason
v01027*                         48; the LOG and CTLTOT show placed,
v01027*                         overflowed and rows written, and
v01027*                         the LOG lists the overflowed parents
v01026* 2026/10/15 HK   v1.19.0 - code-table lookup. A FIELD the DLL
v01026*                         gives a CODETAB(name) has its value
v01026*                         looked up in that table, loaded at
v01026*                         startup from the new CODETAB DD (any
v01026*                         number of codes, not the 16 x 64 the
v01026*                         RANGE tables hold); a value not in
v01026*                         the table discards as new reason 47.
v01026*                         The field can migrate the decoded
v01026*                         description in place of the code or
v01026*                         beside it, the FDD (print and HTML)
v01026*                         shows the description under the
v01026*                         value, the DAR is handed the same
v01026*                         lookups, and the LOG lists every
v01026*                         unknown code value with its count
v01025* 2026/09/02 HK   v1.18.0 - batch-window deadline. Deadline(
v01025*                         hhmm) in the OPTIONS, or DEADLINE
v01025*                         hhmm in the PARM, arms a clock-time
v01017*            to extract (KeyList option)
v01021*  CNVTAB  - Code-page conversion table, single-byte and DBCS
v01021*            entries (OutputEncoding option)
v01026*  CODETAB - Reference code tables (code value and description
v01026*            per card) for fields the DLL names a CODETAB() on
      *  PARM=   - JCL parameters.
      *            'TRACE' turns tracing on, output goes to SYSOUT.
v01004*            'SLICE n OF m' processes only this instance's
v01004*            share of the input records (see SLICECHK).
v01025*            'DEADLINE hhmm' stops the run cleanly at that
v01025*            clock time, restartable with RC=2.
v01034*            Not with Flatten(YES) or Suspense(YES), which
v01034*            cannot restart.
      * OUTPUTS:
      *  LOG     - Audit report of this program
      *  DISCARD - The Input(s) record that had some error
PCPCPC*        SEQUENTIAL
v01024         ASSIGN to FDDHTM STATUS FDDHTM-IO-STATUS.

v01026     SELECT CODETAB-FILE
PCPCPC*        SEQUENTIAL
v01026         ASSIGN to CODETAB STATUS CODETAB-IO-STATUS.

v01033     SELECT PSRT-FILE
v01033         ASSIGN to SORTWK01.

v01033     SELECT SRTOUT-FILE
PCPCPC*        SEQUENTIAL
v01033         ASSIGN to SRTOUT STATUS IO-STATUS.

v01034     SELECT LEDGIN-FILE
PCPCPC*        SEQUENTIAL
v01034         ASSIGN to LEDGIN STATUS LEDGIN-IO-STATUS.

v01034     SELECT LEDGOUT-FILE
PCPCPC*        SEQUENTIAL
v01034         ASSIGN to LEDGOUT STATUS LEDGOUT-IO-STATUS.

v01035     SELECT SUBD-FILE
v01035         ASSIGN to SORTWK01.

MFMFMF I-O-CONTROL.
MFMFMF     Apply write-only on Mig-File
MFMFMF                         MIG1-File
v01021     03 CT-Tgt               PIC X(6).
v01021     03 FILLER               PIC X(67).

v01026*--------------------------------------------------------------
v01026* CODETAB. One reference code per card: the code table name in
v01026* columns 1-8 (the name a FIELD's CODETAB() names), the code
v01026* value in 10-29 and its description in 31-80. '*' cards are
v01026* comments. All-digit codes compare as numbers (leading zeros
v01026* dropped) so a packed/zoned/binary field finds '06' as 6.
v01026*--------------------------------------------------------------
v01026 FD  CODETAB-FILE
v01026     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01026     RECORD CONTAINS 80 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01026     .
v01026 01  CODETAB-RECORD.
v01026     03 CDR-Name             PIC X(8).
v01026     03 FILLER               PIC X(1).
v01026     03 CDR-Value            PIC X(20).
v01026     03 FILLER               PIC X(1).
v01026     03 CDR-Desc             PIC X(50).

v01022*--------------------------------------------------------------
v01022* LINEAGE. One record per MIG output record, written beside the
v01022* output write itself, so any loaded row traces to its exact
v01011     03 DF-Count             PIC 9(9).
v01011     03 FILLER               PIC X(34).

v01033*--------------------------------------------------------------
v01033* Presort. Every input record goes to the sort with its key
v01033* (the parent's RT-Key-Field or the child's RT-Match-Field
v01033* value, rendered the way Set-Key-Value renders it), a parent/
v01033* child rank, its record type and its read sequence. The
v01033* sorted records land on SRTOUT, each carrying the File-Table
v01033* entry and read sequence it came from, and the main loop
v01033* reads them from there in place of the input files.
v01033*--------------------------------------------------------------
v01033 SD  PSRT-FILE
v01033     RECORD varying 48 to 32747 DEPENDING ON Psrt-Rel-Len
v01033     .
v01033 01  PSRT-RECORD.
v01033     03 PSR-Key              PIC X(32).
v01033     03 PSR-Rank             PIC 9(1).
v01033     03 PSR-Type             PIC 9(5) COMP.
v01033     03 PSR-Seq              PIC 9(9) COMP.
v01033     03 PSR-File             PIC 9(4) COMP.
v01033     03 PSR-Len              PIC 9(5) COMP.
v01033     03 PSR-Data             PIC X(32700).

v01033 FD  SRTOUT-FILE
v01033     RECORDING MODE IS V
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01033     RECORD varying 7 to 32706 DEPENDING ON Psrt-Out-Len
v01033     .
v01033 01  SRTOUT-RECORD.
v01033     03 SRO-File             PIC 9(4) COMP.
v01033     03 SRO-Seq              PIC 9(9) COMP.
v01033     03 SRO-Data             PIC X(32700).

v01034*--------------------------------------------------------------
v01034* Suspense ledger. LEDGIN is the prior generation (optional -
v01034* none means the first run), LEDGOUT the generation this run
v01034* writes; both carry one SUSPENSE-RECORD (LnkSusp, kept in
v01034* WORKING-STORAGE) per entry.
v01034*--------------------------------------------------------------
v01034 FD  LEDGIN-FILE
v01034     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01034     RECORD CONTAINS 160 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01034     .
v01034 01  LEDGIN-RECORD           PIC X(160).

v01034 FD  LEDGOUT-FILE
v01034     RECORDING MODE IS F
MFMFMF     BLOCK CONTAINS 0 RECORDS
v01034     RECORD CONTAINS 160 CHARACTERS
MFMFMF     LABEL RECORDS ARE STANDARD
v01034     .
v01034 01  LEDGOUT-RECORD          PIC X(160).

v01035*--------------------------------------------------------------
v01035* Subset draw. One record per parent read: its stratum (the
v01035* parent type's BREAK field value, spaces when not stratified),
v01035* a seeded hash of its key and the key, rendered the way
v01035* Set-Key-Value renders it. Sorted, each stratum comes back in
v01035* hash order and its first keys are the ones drawn.
v01035*--------------------------------------------------------------
v01035 SD  SUBD-FILE.
v01035 01  SUBD-RECORD.
v01035     03 SDR-Stratum          PIC X(32).
v01035     03 SDR-Hash             PIC 9(9) COMP.
v01035     03 SDR-Key              PIC X(32).

       WORKING-STORAGE SECTION.
       01  IN-LEN                  PIC 9(5) COMP VALUE ZEROES.
       01  Out-Len                 PIC 9(5) COMP VALUE ZEROES.
           03 FILLER PIC X(42) VALUE
                     'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
           03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01035 77  Version              pic x(8)      value '1.24.0'.
       77  ws-here pic 9(2) value 0.

      * Working Storage fields for the Allocate-Table-Space
v01025     03 Dl-Num2C             PIC 9(2)       VALUE 0.
v01025     03 Dl-Time-Text         pic x(8)  value spaces.
v01025     03 Dl-Deadline-Text     pic x(8)  value spaces.
v01026*       'code-table lookup work fields
v01026     03 CODETAB-IO-STATUS    PIC X(2)  VALUE '00'.
v01026     03 Cdt-Fields-sw        pic 9(1)  comp value 0.
v01026         88 Code-Fields-Exist            value 1.
v01026     03 Cdt-Read-sw          pic 9(1)  comp value 0.
v01026         88 CODETAB-Not-At-End           value 0.
v01026         88 CODETAB-At-End               value 1.
v01026     03 Cdt-Found-sw         pic 9(1)  comp value 0.
v01026         88 Cdt-Not-Found                value 0.
v01026         88 Cdt-Found                    value 1.
v01026         88 Cdt-Slot-Empty               value 2.
v01026     03 Cdt-Fldt             PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Slot             PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Probe            PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Probe-Cnt        PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Hash             PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Hash-Max         PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Work             PIC 9(18) COMP VALUE 0.
v01026     03 Cdt-N                PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Z                PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Len              PIC 9(5)  COMP VALUE 0.
v01026     03 Cdt-Desc-Len         PIC 9(5)  COMP VALUE 0.
v01026     03 Cdt-Tab-Read         PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Loaded           PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Dup-Cards        PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Lookups          PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Unknown-Cnt      PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Described-Cnt    PIC 9(9)  COMP VALUE 0.
v01026     03 Cdt-Byte-Area.
v01026        05 filler            pic x     value low-value.
v01026        05 Cdt-Byte          pic x.
v01026     03 Cdt-Byte-Num redefines Cdt-Byte-Area pic 9(4) comp.
v01026*       'the probe key: table name then the normalized code
v01026     03 Cdt-Key.
v01026        05 Cdt-Key-Name      pic x(8)  value spaces.
v01026        05 Cdt-Key-Value     pic x(20) value spaces.
v01026     03 Cdt-Value-Work       pic x(20) value spaces.
v01026     03 Cdt-Value-sw         pic 9(1)  comp value 0.
v01026         88 Cdt-Value-Bad                value 0.
v01026         88 Cdt-Value-Okay               value 1.
v01026     03 Cdt-Unk-Full-sw      pic 9(1)  comp value 0.
v01026         88 Cdt-Unk-Table-Is-Full        value 1.
v01026     03 Cdt-Save-Discard     PIC 9(2)  COMP VALUE 0.
v01026     03 Cdt-Save-Errs        PIC 9(5)  COMP VALUE 0.
v01026     03 Cdt-Save-First       PIC 9(5)  COMP VALUE 0.
v01026     03 Cdt-Save-First-Err   PIC 9(1)  COMP VALUE 0.
v01027*       'header/detail flattening work fields
v01027     03 Flat-Active-sw       pic 9(1)  comp value 0.
v01027         88 Flat-Active                  value 1.
v01027     03 Flat-Held-sw         pic 9(1)  comp value 0.
v01027         88 Flat-Row-Not-Held            value 0.
v01027         88 Flat-Row-Held                value 1.
v01027     03 Flat-Fixed-sw        pic 9(1)  comp value 0.
v01027         88 Flat-Type-Is-Fixed           value 0.
v01027         88 Flat-Type-Not-Fixed          value 1.
v01027     03 Flat-Image-sw        pic 9(1)  comp value 0.
v01027         88 Flat-Measure-Only            value 0.
v01027         88 Flat-Build-Image             value 1.
v01027     03 Flat-Parent-Rt       PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Parent-Width    PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Row-Len         PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Rt              PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-P               PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Tbl             PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-W               PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-X               PIC 9(4)  COMP VALUE 0.
v01027     03 Flat-N               PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Pos             PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Last            PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Len             PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Parents-Cnt     PIC 9(4)  COMP VALUE 0.
v01027     03 Flat-Rows-Out        PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Save-Rec-Ptr    PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Count-Edit      PIC 9(4)       VALUE 0.
v01027     03 Flat-Parent-Key      pic x(32) value spaces.
v01027     03 Flat-Next-Key        pic x(32) value spaces.
v01027     03 Flat-Save-Key        pic x(32) value spaces.
v01027     03 Flat-Save-Key-sw     pic 9(1)  comp value 0.
v01027     03 Flat-Save-Discard    PIC 9(2)  COMP VALUE 0.
v01027     03 Flat-Save-Errs       PIC 9(5)  COMP VALUE 0.
v01027     03 Flat-Save-First      PIC 9(5)  COMP VALUE 0.
v01027     03 Flat-Save-First-Err  PIC 9(1)  COMP VALUE 0.
v01027*       'where the held row's parent was read, for its lineage
v01027*       'and ledger entries when the row is written later
v01027     03 Flat-Row-Rec-Cnt     PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Row-Src-Rec     PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Row-File        PIC 9(4)  comp-5 VALUE 1.
v01027     03 Flat-Save-Rec-Cnt    PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Save-Src-Rec    PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Save-File       PIC 9(4)  comp-5 VALUE 1.
v01027     03 Flat-Save-vStart     PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Save-vLast      PIC 9(9)  COMP VALUE 0.
v01027     03 Flat-Save-Disc-Cnt   PIC 9(5)  COMP VALUE 0.
v01032*       'field layout cache work fields
v01032     03 Lay-Active-sw        pic 9(1)  comp value 0.
v01032         88 Lay-Cache-Active             value 1.
v01032     03 Lay-Hit-sw           pic 9(1)  comp value 0.
v01032         88 Lay-Cache-Miss               value 0.
v01032         88 Lay-Cache-Hit                value 1.
v01032     03 Lay-Rt               PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-P                PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-I                PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Tbl              PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Range            PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Range-Max        PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Cached-Cnt       PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Pret-Bytes       PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Fld-Off          PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Fld-Bytes        PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Img-Off          PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Chain-Off        PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Need             PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Entry-Dim        PIC 9(4)  COMP VALUE 0.
v01032     03 Lay-Entry-Occurs     PIC 9(5)  COMP VALUE 0.
v01032     03 Lay-Chain-Pos        PIC 9(9)  COMP VALUE 0.
v01032     03 Lay-Settled-sw       pic 9(1)  comp value 0.
v01032         88 Lay-State-Moved              value 0.
v01032         88 Lay-State-Settled            value 1.
v01032     03 Lay-Phrase           pic x(20) value spaces.
v01032     03 Lay-Reason           pic x(50) value spaces.
v01032     03 Lay-Count-Edit       pic zzz,zzz,zz9.
v01033*       'presort of the input files work fields
v01033     03 Psrt-Active-sw       pic 9(1)  comp value 0.
v01033         88 Psrt-Active                  value 1.
v01033     03 Psrt-End-sw          pic 9(1)  comp value 0.
v01033         88 Psrt-Not-At-End              value 0.
v01033         88 Psrt-At-End                  value 1.
v01033     03 Psrt-Rel-Len         PIC 9(5)  COMP VALUE 0.
v01033     03 Psrt-Out-Len         PIC 9(5)  COMP VALUE 0.
v01033     03 Psrt-Rel-Hdr         PIC 9(5)  COMP VALUE 0.
v01033     03 Psrt-Out-Hdr         PIC 9(5)  COMP VALUE 0.
v01033     03 Psrt-Seq             PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Src-Rec         PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Rt              PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-P               PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-K               PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-F               PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Tbl             PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-I               PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Keyed-Cnt       PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Read-Tot        PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Sorted-Tot      PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Keyless-Tot     PIC 9(9)  COMP VALUE 0.
v01033     03 Psrt-Phrase          pic x(20) value spaces.
v01034*       'suspense ledger work fields
v01034     03 LEDGIN-IO-STATUS     PIC X(2)  VALUE '00'.
v01034     03 LEDGOUT-IO-STATUS    PIC X(2)  VALUE '00'.
v01034     03 Susp-Active-sw       pic 9(1)  comp value 0.
v01034         88 Susp-Active                  value 1.
v01034     03 Susp-Read-sw         pic 9(1)  comp value 0.
v01034         88 LEDGIN-Not-At-End            value 0.
v01034         88 LEDGIN-At-End                value 1.
v01034     03 Susp-State-sw        pic 9(1)  comp value 0.
v01034         88 Susp-Keep-Ledgering          value 0.
v01034         88 Susp-Table-Is-Full           value 1.
v01034     03 Susp-Find-sw         pic 9(1)  comp value 0.
v01034         88 Susp-Not-Found               value 0.
v01034         88 Susp-Found                   value 1.
v01034         88 Susp-Slot-Empty              value 2.
v01034     03 Susp-Today           PIC 9(8)  VALUE 0.
v01034     03 Susp-Key-Type.
v01034        05 Susp-Key          PIC X(32) VALUE SPACES.
v01034        05 Susp-Type         PIC X(30) VALUE SPACES.
v01034     03 Susp-Reason          PIC 9(2)  COMP VALUE 0.
v01034     03 Susp-Rec             PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Save-Key        PIC X(32) VALUE SPACES.
v01034     03 Susp-Save-Key-sw     pic 9(1)  comp value 0.
v01034     03 Susp-Hash            PIC 9(18) COMP VALUE 0.
v01034     03 Susp-Work            PIC 9(18) COMP VALUE 0.
v01034     03 Susp-Probe           PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Probe-Cnt       PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-N               PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Age             PIC S9(9) COMP VALUE 0.
v01034     03 Susp-In-Cnt          PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-In-Open         PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-New-Cnt         PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Reopen-Cnt      PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Aged-Cnt        PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Closed-Cnt      PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Purged-Cnt      PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Out-Cnt         PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Out-Open        PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-NoKey-Cnt       PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-NoType-Cnt      PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Full-Cnt        PIC 9(9)  COMP VALUE 0.
v01034     03 Susp-Byte-Area.
v01034        05 filler            pic x    value low-value.
v01034        05 Susp-Byte         pic x.
v01034     03 Susp-Byte-Num redefines Susp-Byte-Area pic 9(4) comp.
v01035*       'subset extract work fields
v01035     03 Samp-Active-sw       pic 9(1)  comp value 0.
v01035         88 Samp-Active                  value 1.
v01035     03 Samp-End-sw          pic 9(1)  comp value 0.
v01035         88 Samp-Not-At-End              value 0.
v01035         88 Samp-At-End                  value 1.
v01035     03 Samp-Find-sw         pic 9(1)  comp value 0.
v01035         88 Samp-Not-Found               value 0.
v01035         88 Samp-Found                   value 1.
v01035         88 Samp-Slot-Empty              value 2.
v01035     03 Samp-Pick-sw         pic 9(1)  comp value 0.
v01035         88 Samp-Not-Picked              value 0.
v01035         88 Samp-Picked                  value 1.
v01035     03 Samp-Pulled-sw       pic 9(1)  comp value 0.
v01035         88 Samp-Value-Pulled            value 1.
v01035     03 Samp-Value           PIC X(32) VALUE SPACES.
v01035     03 Samp-Last-Stratum    PIC X(32) VALUE SPACES.
v01035     03 Samp-Last-Key        PIC X(32) VALUE SPACES.
v01035     03 Samp-Save-Key        PIC X(32) VALUE SPACES.
v01035     03 Samp-Save-Key-sw     pic 9(1)  comp value 0.
v01035     03 Samp-Hash            PIC 9(18) COMP VALUE 0.
v01035     03 Samp-Work            PIC 9(18) COMP VALUE 0.
v01035     03 Samp-Probe           PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Probe-Cnt       PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Max             PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-N               PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Rt              PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-P               PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Str             PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Ord-Cnt         PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Parent-Types    PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Read-Cnt        PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Pop-Tot         PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Quota-Tot       PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Drawn-Tot       PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Dup-Cnt         PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Keyless-Cnt     PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Par-In          PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Par-Out         PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Ch-In           PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Ch-Out          PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Other-Out       PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Skip-Cnt        PIC 9(9)  COMP VALUE 0.
v01035     03 Samp-Byte-Area.
v01035        05 filler            pic x    value low-value.
v01035        05 Samp-Byte         pic x.
v01035     03 Samp-Byte-Num redefines Samp-Byte-Area pic 9(4) comp.
v01008*       'DBCS shift-integrity scan work fields
v01008     03 DBCS-Fldt            PIC 9(6)  COMP VALUE 0.
v01008     03 DBCS-N               PIC 9(9)  COMP VALUE 0.
44         05 FILLER PIC X(32) VALUE '20ORPHAN DETAIL RECORD          '.
45         05 FILLER PIC X(32) VALUE '23KEYED MIG DUPLICATE KEY       '.
46         05 FILLER PIC X(32) VALUE '23OUTPUT ENCODING FAILURE       '.
47         05 FILLER PIC X(32) VALUE '24UNKNOWN CODE TABLE VALUE      '.
48         05 FILLER PIC X(32) VALUE '24FLATTEN CHILD NOT PLACED      '.
49         05 FILLER PIC X(32) VALUE '00                              '.
50         05 FILLER PIC X(32) VALUE '00                              '.
51         05 FILLER PIC X(32) VALUE '00                              '.
v01023         10  SBT-Sum                 occurs 5 times
v01023                                      pic s9(18) comp.

v01026*----------------------------------------------------------------
v01026*    Code-Table. Open-addressed table of every code loaded from
v01026*    CODETAB, keyed by table name plus code value and sized by
v01026*    the CodeTabMax() option (Load-the-Code-Tables), with the
v01026*    decoded description and the count of values it matched.
v01026*----------------------------------------------------------------
v01026 01  Code-Table-Area                    based.
v01026     05  CDT-Max                  pic 9(9) comp.
v01026     05  CDT-Table               occurs 1 times.
v01026         10  CDT-Used                 pic 9(1) comp.
v01026         10  CDT-Name                 pic x(8).
v01026         10  CDT-Value                pic x(20).
v01026         10  CDT-Desc                 pic x(50).
v01026         10  CDT-Hits                 pic 9(9) comp.

v01026*----------------------------------------------------------------
v01026*    Code-Hit-Table. One entry per Field-Table row: the Code-
v01026*    Table slot the row's value was found in for the record in
v01026*    hand (0 = not a code field, not found, or masked), so
v01026*    Migrate, the FDD and the DAR show the same description.
v01026*----------------------------------------------------------------
v01026 01  Code-Hit-Table-Area                based.
v01026     05  CDH-Max                  pic 9(9) comp.
v01026     05  CDH-Slot                occurs 1 times
v01026                                      pic 9(9) comp.

v01026*----------------------------------------------------------------
v01026*    Unknown-Code-Table. Open-addressed table of every distinct
v01026*    table name/code value not found in CODETAB, sized by the
v01026*    CodeUnkMax() option, with the field it was first seen in
v01026*    and its count; UNK-Order(n) holds the slot of the n-th
v01026*    distinct value so the LOG lists them in first-seen order.
v01026*----------------------------------------------------------------
v01026 01  Unknown-Code-Table-Area            based.
v01026     05  UNK-Max                  pic 9(9) comp.
v01026     05  UNK-Cnt                  pic 9(9) comp.
v01026     05  UNK-Table               occurs 1 times.
v01026         10  UNK-Used                 pic 9(1) comp.
v01026         10  UNK-Key                  pic x(28).
v01026         10  UNK-Pret                 pic 9(9) comp.
v01026         10  UNK-Count                pic 9(9) comp.
v01026         10  UNK-Order                pic 9(9) comp.

v01032*----------------------------------------------------------------
v01032*    Layout-Cache-Table. One entry per record type (sized by
v01032*    Record-Cnt in Set-up-the-Layout-Cache): whether the DLL
v01032*    fixes the type's layout (and why not), where its built
v01032*    layout is kept, the generator state the build ended with,
v01032*    and how often the layout was built and reused.
v01032*----------------------------------------------------------------
v01032 01  Layout-Cache-Table-Area            based.
v01032     05  LCT-Max                  pic 9(9) comp.
v01032     05  LCT-Table               occurs 1 times.
v01032         10  LCT-State-sw             pic 9(1) comp.
v01032             88  LCT-Not-Eligible             value 0.
v01032             88  LCT-Eligible                 value 1 2.
v01032             88  LCT-Is-Built                 value 2.
v01032         10  LCT-Abs-sw               pic 9(1) comp.
v01032             88  LCT-Has-Absolute             value 1.
v01032         10  LCT-Reason               pic x(50).
v01032         10  LCT-Block                usage is pointer.
v01032         10  LCT-Block-Size           pic 9(9) comp.
v01032         10  LCT-In-Bits              pic 9(9) comp.
v01032         10  LCT-Field-Cnt            pic 9(9) comp.
v01032         10  LCT-Chain-Len            pic 9(9) comp.
v01032         10  LCT-sCursor              pic 9(9) comp.
v01032         10  LCT-vCursor              pic 9(9) comp.
v01032         10  LCT-tCursor              pic 9(9) comp.
v01032         10  LCT-Pret                 pic 9(6) comp.
v01032         10  LCT-Stop-sw              pic 9(4) comp-5.
v01032         10  LCT-Skipped              pic 9(9) comp.
v01032         10  LCT-Offset-Zero          pic 9(5) comp.
v01032         10  LCT-Dim                  pic 9(4) comp.
v01032         10  LCT-Occurs               pic 9(5) comp.
v01032         10  LCT-Len                  pic s9(9) comp.
v01032         10  LCT-Level                pic 9(4) comp.
v01032         10  LCT-TblPtr               pic 9(5) comp.
v01032         10  LCT-Entry-Dim            pic 9(4) comp.
v01032         10  LCT-Entry-Occurs         pic 9(5) comp.
v01032         10  LCT-Builds               pic 9(9) comp.
v01032         10  LCT-Hits                 pic 9(9) comp.
v01032         10  LCT-Generated            pic 9(9) comp.

v01032*----------------------------------------------------------------
v01032*    Layout-Cache-Block. One per cached record type, obtained
v01032*    when its layout is first kept: the PRET state the layout
v01032*    leaves behind (one entry per PRET of the type), followed
v01032*    by the image of the built Field-Table rows and of the
v01032*    type's Pre-Chain entries, addressed by byte offset.
v01032*    Layout-Cache-Work has the same PRET entries and holds the
v01032*    state a record type's PRETs had before a build, sized for
v01032*    the widest cacheable type.
v01032*----------------------------------------------------------------
v01032 01  Layout-Cache-Block                 based.
v01032     05  LCB-Pret-State          occurs 1 times.
v01032         10  LCB-Start                pic 9(9) comp.
v01032         10  LCB-StartField           pic 9(5) comp.
v01032         10  LCB-LastField            pic 9(5) comp.
v01032 01  Layout-Cache-Work                  based.
v01032     05  LCW-Pret-State          occurs 1 times.
v01032         10  LCW-Start                pic 9(9) comp.
v01032         10  LCW-StartField           pic 9(5) comp.
v01032         10  LCW-LastField            pic 9(5) comp.

v01033*----------------------------------------------------------------
v01033*    Presort-Type-Table. One entry per record type (sized by
v01033*    Record-Cnt in Set-up-the-Presort): the PRET its sort key
v01033*    is taken from (0 = the type has no key) and its rank, 0
v01033*    for a parent or keyed type, 1 for a child, so a parent
v01033*    sorts ahead of the children that carry its key.
v01033*    Presort-File-Table. One entry per File-Table entry (sized
v01033*    by File-Cnt): the records read from it, the records the
v01033*    sort handed back for it and how many of them had no key.
v01033*----------------------------------------------------------------
v01033 01  Presort-Type-Table-Area            based.
v01033     05  PTY-Max                  pic 9(9) comp.
v01033     05  PTY-Table               occurs 1 times.
v01033         10  PTY-Key-Pret             pic 9(9) comp.
v01033         10  PTY-Rank                 pic 9(1).
v01033 01  Presort-File-Table-Area            based.
v01033     05  PFL-Max                  pic 9(9) comp.
v01033     05  PFL-Table               occurs 1 times.
v01033         10  PFL-Read                 pic 9(9) comp.
v01033         10  PFL-Sorted               pic 9(9) comp.
v01033         10  PFL-Keyless              pic 9(9) comp.

v01034     copy LnkSusp.

v01034*----------------------------------------------------------------
v01034*    Suspense-Ledger-Table. Open-addressed ledger sized by the
v01034*    SuspenseMax() option (Allocate-Table-Space), loaded from
v01034*    LEDGIN and written to LEDGOUT. Entries hash on key value
v01034*    and record type only, so one probe run from the home slot
v01034*    passes every reason held for a key; nothing is removed
v01034*    during the run (a purged entry is just not written).
v01034*----------------------------------------------------------------
v01034 01  Suspense-Ledger-Table-Area         based.
v01034     05  SLT-Max                  pic 9(9) comp.
v01034     05  SLT-Table               occurs 1 times.
v01034         10  SLT-Used                 pic 9(1) comp.
v01034         10  SLT-Key-Value            pic x(32).
v01034         10  SLT-Rec-Type             pic x(30).
v01034         10  SLT-Reason               pic 9(2) comp.
v01034         10  SLT-Status               pic x(1).
v01034             88  SLT-Is-Open                  value 'O'.
v01034             88  SLT-Is-Closed                value 'C'.
v01034         10  SLT-First-Seen           pic 9(8) comp.
v01034         10  SLT-Last-Seen            pic 9(8) comp.
v01034         10  SLT-Runs-Failed          pic 9(5) comp.
v01034         10  SLT-Closed-Date          pic 9(8) comp.
v01034         10  SLT-Last-DD              pic x(8).
v01034         10  SLT-Last-Rec             pic 9(9) comp.
v01034         10  SLT-Clean-sw             pic 9(1) comp.
v01034             88  SLT-Clean-This-Run           value 1.
v01034         10  SLT-Failed-sw            pic 9(1) comp.
v01034             88  SLT-Failed-This-Run          value 1.

v01035*----------------------------------------------------------------
v01035*    Subset-Type-Table. One entry per record type (sized by
v01035*    Record-Cnt in Set-up-the-Subset): its part in the subset -
v01035*    a parent drawn by its key, a child carried by its match
v01035*    field or neither (carried whole) - the key and stratum
v01035*    PRETs of a parent, and its records in and out.
v01035*    Subset-Strata-Table. Open-addressed on the stratum value,
v01035*    sized by SubsetMax(); SST-By-Order(n) is the slot of the
v01035*    n-th stratum in value order, filled as the draw returns.
v01035*    Subset-Key-Table. Open-addressed on the drawn key, sized
v01035*    at twice the keys to be drawn once the strata are known.
v01035*----------------------------------------------------------------
v01035 01  Subset-Type-Table-Area             based.
v01035     05  STT-Max                  pic 9(9) comp.
v01035     05  STT-Table               occurs 1 times.
v01035         10  STT-Role                 pic 9(1).
v01035             88  STT-Is-Other                 value 0.
v01035             88  STT-Is-Parent                value 1.
v01035             88  STT-Is-Child                 value 2.
v01035         10  STT-Key-Pret             pic 9(9) comp.
v01035         10  STT-Strat-Pret           pic 9(9) comp.
v01035         10  STT-In-Cnt               pic 9(9) comp.
v01035         10  STT-Out-Cnt              pic 9(9) comp.
v01035 01  Subset-Strata-Table-Area           based.
v01035     05  SST-Max                  pic 9(9) comp.
v01035     05  SST-Cnt                  pic 9(9) comp.
v01035     05  SST-Table               occurs 1 times.
v01035         10  SST-Used                 pic 9(1) comp.
v01035         10  SST-Value                pic x(32).
v01035         10  SST-Pop                  pic 9(9) comp.
v01035         10  SST-Quota                pic 9(9) comp.
v01035         10  SST-Drawn                pic 9(9) comp.
v01035         10  SST-Par-Out              pic 9(9) comp.
v01035         10  SST-Ch-Out               pic 9(9) comp.
v01035         10  SST-By-Order             pic 9(9) comp.
v01035 01  Subset-Key-Table-Area              based.
v01035     05  SKT-Max                  pic 9(9) comp.
v01035     05  SKT-Table               occurs 1 times.
v01035         10  SKT-Used                 pic 9(1) comp.
v01035         10  SKT-Key                  pic x(32).
v01035         10  SKT-Stratum              pic 9(9) comp.

v01010*----------------------------------------------------------------
v01010*    Masking substitution alphabets and the 256-byte translate
v01010*    map built from them in Build-the-Mask-Map. Letters map to
v01017     03 filler          pic x(9)  value ' MATCHED='.
v01017     03 KLL-Matched     pic 9(9)  value zeroes.

v01035 01  Subset-Log-Line.
v01035     03 filler          pic x(15) value 'SUBSET STRATUM='.
v01035     03 SLL-Stratum     pic x(32) value spaces.
v01035     03 filler          pic x(12) value ' POPULATION='.
v01035     03 SLL-Pop         pic 9(9)  value zeroes.
v01035     03 filler          pic x(7)  value ' DRAWN='.
v01035     03 SLL-Drawn       pic 9(9)  value zeroes.
v01035     03 filler          pic x(5)  value ' PCT='.
v01035     03 SLL-Pct         pic zz9.99 value zeroes.
v01035     03 filler          pic x(9)  value ' PARENTS='.
v01035     03 SLL-Par-Out     pic 9(9)  value zeroes.
v01035     03 filler          pic x(10) value ' CHILDREN='.
v01035     03 SLL-Ch-Out      pic 9(9)  value zeroes.

v01016 01  Orph-Report-Line.
v01016     03 filler          pic x(18) value 'ORPHAN PARENT KEY='.
v01016     03 ORL-Key         pic x(32) value spaces.
v01016         88  Discard-Orphan-Detail                  value 44.
v01019         88  Discard-MIG-Duplicate-Key              value 45.
v01021         88  Discard-Output-Encoding                value 46.
v01026         88  Discard-Unknown-Code                   value 47.
v01027         88  Discard-Flatten-Not-Placed             value 48.
v01027         88  Discard-Something                value 1 thru 48.
           05  Discard-Hex              pic x(02).
           05  Discard-HexLen           pic 9(1) comp.

v00910     03 FILLER               PIC X(6)   VALUE 'Alt3: '.
v00910     03 DLA3-NAME            PIC X(60)  VALUE SPACES.

v01026 01  DATA-LINE-CODE.
v01026     03 FILLER               PIC X(7)   VALUE SPACES.
v01026     03 FILLER               PIC X(6)   VALUE 'Code: '.
v01026     03 DLC-Table            PIC X(8)   VALUE SPACES.
v01026     03 FILLER               PIC X(1)   VALUE SPACES.
v01026     03 DLC-Desc             PIC X(50)  VALUE SPACES.

       01  FDD-RECORD-LINE.
           03 FILLER               PIC X      VALUE SPACES.
           03 FILLER               PIC X(7)   VALUE 'Record='.
v00872* Working-storage area for the MIGRATE routine
v00872 01  mgBuffer     pic x(327520) value low-values.

v01027*----------------------------------------------------------------
v01027*    Header/detail flattening. Flat-Row is the parent's combined
v01027*    record being held until the next parent (or the end of the
v01027*    input) arrives; Flat-Empty-Row is the same row with every
v01027*    slot holding its empty image (spaces, zeros, packed zero)
v01027*    and every slot count at 0000; Flat-Next holds a new
v01027*    parent's bytes while the held row is written. The row is
v01027*    the parent's mapped fields, then per child type a 4-digit
v01027*    count of slots used followed by its RT-Flat-Slots slots.
v01027*----------------------------------------------------------------
v01027 01  Flat-Row.
v01027     03 filler occurs :MaxOBuff: pic x.
v01027 01  Flat-Empty-Row.
v01027     03 filler occurs :MaxOBuff: pic x.
v01027 01  Flat-Next.
v01027     03 filler occurs :MaxOBuff: pic x.
v01027 01  Flat-Child-Area.
v01027     03 Flat-Ch-Cnt          PIC 9(4)  COMP VALUE 0.
v01027     03 Flat-Child           occurs 20 times.
v01027        05 Flat-Ch-Rt        PIC 9(9)  COMP.
v01027        05 Flat-Ch-Slots     PIC 9(4)  COMP.
v01027        05 Flat-Ch-Width     PIC 9(9)  COMP.
v01027        05 Flat-Ch-Offset    PIC 9(9)  COMP.
v01027        05 Flat-Ch-Used      PIC 9(4)  COMP.
v01027        05 Flat-Ch-Placed    PIC 9(9)  COMP.
v01027        05 Flat-Ch-Ovfl      PIC 9(9)  COMP.
v01027        05 Flat-Ch-NoPar     PIC 9(9)  COMP.
v01027*       'the first 100 parents whose children overflowed their
v01027*       'slots, for the LOG
v01027     03 Flat-Ovfl-Cnt        PIC 9(4)  COMP VALUE 0.
v01027     03 Flat-Ovfl-Entry      occurs 100 times.
v01027        05 Flat-Ovfl-Key     pic x(32).
v01027        05 Flat-Ovfl-Rt      PIC 9(9)  COMP.
v01027        05 Flat-Ovfl-Dropped PIC 9(9)  COMP.

       01  mgMISC-WORK-AREA.
           03 mgVersion            pic x(8)      value '0.3.25'.
           03 Migrate-Command      pic 9(2) comp-5 value 0.
v00890           Alt1-Table-Area, Alt2-Table-Area
v00903           Alt3-Table-Area
                 DateFMT-Table-Area
v01026           Code-Table-Area, Code-Hit-Table-Area
           set Open-Mig-File to true
           perform Migrate
           if Trace-On
v01023         move 0 to Opt-SubTot-sw
v01023       end-if
v01023     end-if
v01026*    'load the reference code tables when any field names one
v01026     move 0 to Cdt-Fields-sw
v01026     perform varying Pret from 1 by 1
v01026       until Pret > PreField-Cnt
v01026          or Code-Fields-Exist
v01026       if PRET-CODE-TABLE(Pret) not = spaces
v01026       and PRET-CODE-TABLE(Pret) not = low-values
v01026         move 1 to Cdt-Fields-sw
v01026       end-if
v01026     end-perform
v01026     if Code-Fields-Exist
v01026       perform Load-the-Code-Tables
v01026     end-if
v01034*    'a deadline stop is a restartable stop; Flatten(YES) and
v01034*    'Suspense(YES) refuse a restart, so neither may take one
v01034     if Opt-Deadline-Time > 0
v01034     and (Opt-Flatten-Yes or Opt-Suspense-Yes)
v01034       display 'Engine:Deadline cannot be combined with'
v01034               ' Flatten(YES) or Suspense(YES) - the restart'
v01034               ' it leaves would be refused. Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01027     move 0 to Flat-Active-sw
v01027     if Opt-Flatten-Yes
v01027       perform Set-up-the-Flattening
v01027     end-if
v01032     perform Set-up-the-Layout-Cache
v01033     move 0 to Psrt-Active-sw
v01033     if Opt-Presort-Yes
v01033       perform Set-up-the-Presort
v01033     end-if
v01035     move 0 to Samp-Active-sw
v01035     if Opt-Subset-Requested
v01035       perform Set-up-the-Subset
v01035     end-if
           perform PI-OPEN-FILES
v0854      if IO-STATUS NOT = '00'
v0854      or CAT-Discards > Opt-ErrorLimit
v0854        if Process-Record-Continue
               Perform Check-Record-Condition
               if Condition-True
v01032           if Lay-Cache-Active
v01032             perform Map-with-the-Layout-Cache
v01032           else
Mapit                perform PI-PROCESS-RECORD
v01032           end-if
                 if Discard-Nothing
                   perform Validate-Mapping
                   if Discard-Nothing
                 perform FDD-DAR-MIG
               else
                 perform PI-DISCARD-INPUT
v01034*          'no record type, so no key to ledger it by
v01034           if Susp-Active
v01034             add 1 to Susp-NoType-Cnt
v01034           end-if
               end-if
             else
v01002*        'end of file on this entry; when the DLL defines more
v00890           Alt1-Table-Area, Alt2-Table-Area
v00903           Alt3-Table-Area
                 DateFMT-Table-Area
v01026           Code-Table-Area, Code-Hit-Table-Area
v01011     if DAR-Requested
v01011       perform Unload-the-DAR-Frequencies
v01011     end-if
v01027*    'the last parent's row is still held
v01027     if Flat-Active
v01027     and Flat-Row-Held
v01027       perform Flush-the-Flat-Row
v01027     end-if
v01032     if Lay-Cache-Active
v01032       perform Report-the-Layout-Cache
v01032     end-if
           set Close-Mig-File to true
           perform Migrate
           if Trace-on
v01017       end-if
v01017     end-if

v01035*    'subset extract: a parent goes out when its key was drawn,
v01035*    'a child when its match field carries a drawn key; like a
v01035*    'key-list bypass, the rest keep their place in the read
v01035*    'counts and the balancing but produce no FDD/DAR/MIG output
v01035     if Samp-Active
v01035     and First-Field-in-Error = 0
v01035       perform Check-the-Subset
v01035       if Samp-Not-Picked
v01035         add 1 to Samp-Skip-Cnt
v01035         set FDD-Not-Okay-to-Do to true
v01035         set DAR-Not-Okay-to-Do to true
v01035         set MIG-Not-Okay-to-Do to true
v01035       end-if
v01035     end-if

v01026*    'code values are looked up ahead of masking so the real
v01026*    'code is what gets validated; every record is looked up,
v01026*    'discarded or not, so the FDD and DAR show descriptions
v01026     if Code-Fields-Exist
v01026       perform Check-the-Code-Fields
v01026     end-if

v01010*    'masking runs first so the MIG record, the FDD display
v01010*    'and the DAR all see the anonymized values
v01010     if Mask-Fields-Exist

v0851      if First-Field-in-Error > 0
             perform PI-DISCARD-INPUT
v01034       if Susp-Active
v01034         perform Ledger-the-Discarded-Record
v01034       end-if
           else
             add 1 to CAT-GOOD-RECORDS
v01002       add 1 to FT-Good-Cnt(File-Now)
v01023       and not Sub-Table-Is-Full
v01023         perform Accumulate-Subtotals
v01023       end-if
v01034       if Susp-Active
v01034       and MIG-Okay-to-Do
v01034         perform Ledger-the-Migrated-Record
v01034       end-if
           end-if

      *    ' create the DAR report for this record
v00890           Alt1-Table-Area, Alt2-Table-Area
v00903           Alt3-Table-Area
                 DateFMT-Table-Area
v01026           Code-Table-Area, Code-Hit-Table-Area
           end-if
           if trace-on
             display 'TRACE:vfield Resolved  =' vField-Resolved
v01017       end-if
v01017     end-perform
v01017     .
v01026*--------------------------------------------------------------
v01026* Code-table lookup. Every code table a FIELD names with
v01026* CODETAB() is loaded once from the CODETAB DD into one open-
v01026* addressed table keyed by table name plus code value. Every
v01026* code field of every record is then looked up: a hit notes
v01026* the entry's slot for Migrate, the FDD and the DAR (not for a
v01026* masked field - its description would give the value away),
v01026* a miss discards the record as reason 47 and is counted by
v01026* table name and value for the LOG's unknown-code list.
v01026*--------------------------------------------------------------
v01026 Load-the-Code-Tables.
v01026     if Opt-CodeTabMax = 0
v01026       move 50000 to Opt-CodeTabMax
v01026     end-if
v01026     compute NBytes = (length of CDT-Table(1)
v01026                    * Opt-CodeTabMax) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:CODE:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Code-Table-Area to Addrss
v01026     move Opt-CodeTabMax to CDT-Max
v01026     perform varying Cdt-N from 1 by 1
v01026       until Cdt-N > CDT-Max
v01026       move 0 to CDT-Used(Cdt-N)
v01026     end-perform
v01026     move 'Code-Table'         to DMA-Table
v01026     move NBytes               to DMA-Bytes
v01026     move CDT-Max              to DMA-Entries
v01026     display Display-Memory-Allocated

v01026     if Opt-CodeUnkMax = 0
v01026       move 10000 to Opt-CodeUnkMax
v01026     end-if
v01026     compute NBytes = (length of UNK-Table(1)
v01026                    * Opt-CodeUnkMax) + 8
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:CUNK:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Unknown-Code-Table-Area to Addrss
v01026     move Opt-CodeUnkMax to UNK-Max
v01026     move 0 to UNK-Cnt
v01026     perform varying Cdt-N from 1 by 1
v01026       until Cdt-N > UNK-Max
v01026       move 0 to UNK-Used(Cdt-N)
v01026     end-perform
v01026     move 'Unknown-Code-Table' to DMA-Table
v01026     move NBytes               to DMA-Bytes
v01026     move UNK-Max              to DMA-Entries
v01026     display Display-Memory-Allocated

v01026     compute NBytes = (length of CDH-Slot(1)
v01026                    * Field-Max) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:CHIT:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Code-Hit-Table-Area to Addrss
v01026     move Field-Max to CDH-Max
v01026     perform varying Cdt-N from 1 by 1
v01026       until Cdt-N > CDH-Max
v01026       move 0 to CDH-Slot(Cdt-N)
v01026     end-perform
v01026     move 'Code-Hit-Table'     to DMA-Table
v01026     move NBytes               to DMA-Bytes
v01026     move CDH-Max              to DMA-Entries
v01026     display Display-Memory-Allocated

v01026*    'a description that replaces the code needs a character
v01026*    'target; one kept beside the code defaults to 30 bytes
v01026     perform varying Pret from 1 by 1
v01026       until Pret > PreField-Cnt
v01026       if PRET-CODE-TABLE(Pret) = low-values
v01026         move spaces to PRET-CODE-TABLE(Pret)
v01026       end-if
v01026       if PRET-CODE-TABLE(Pret) not = spaces
v01026         evaluate true
v01026           when PRET-Code-Migrate-Desc(Pret)
v01026            and PRET-MIG-Requested(Pret)
v01026            and not MIG-TYPE-CH(Pret)
v01026             display 'Engine:Field ' PRET-FIELDNAME(Pret)
v01026                     ' migrates its code description but its'
v01026                     ' MIG type is not CH. Program Stops'
v01026             move 12 to return-code
v01026             stop run
v01026           when PRET-Code-Migrate-Both(Pret)
v01026            and PRET-CODE-DESC-LEN(Pret) = 0
v01026             move 30 to PRET-CODE-DESC-LEN(Pret)
v01026         end-evaluate
v01026       end-if
v01026     end-perform

v01026     open input CODETAB-FILE
v01026     if CODETAB-IO-STATUS not = '00'
v01026       display 'Engine:Fields name a CODETAB() but CODETAB'
v01026               ' cannot be opened (' CODETAB-IO-STATUS
v01026               '). Program Stops'
v01026       move 12 to return-code
v01026       stop run
v01026     end-if
v01026     set CODETAB-Not-At-End to true
v01026     perform until CODETAB-At-End
v01026       read CODETAB-FILE
v01026         at end set CODETAB-At-End to true
v01026         not at end
v01026           add 1 to Cdt-Tab-Read
v01026           perform Load-a-Code-Entry
v01026       end-read
v01026       if CODETAB-IO-STATUS not = '00'
v01026       and CODETAB-IO-STATUS not = '10'
v01026         display 'Engine:CODETAB READ ERROR:' CODETAB-IO-STATUS
v01026         move 12 to return-code
v01026         stop run
v01026       end-if
v01026     end-perform
v01026     close CODETAB-FILE
v01026     display 'Engine:Code-table lookup in effect'
v01026             ':codes loaded=' Cdt-Loaded
v01026             ':duplicate cards=' Cdt-Dup-Cards

v01026*    'a table named in the DLL but absent from CODETAB would
v01026*    'discard every record; stop instead
v01026     perform varying Pret from 1 by 1
v01026       until Pret > PreField-Cnt
v01026       if PRET-CODE-TABLE(Pret) not = spaces
v01026         set Cdt-Not-Found to true
v01026         perform varying Cdt-N from 1 by 1
v01026           until Cdt-N > CDT-Max or Cdt-Found
v01026           if CDT-Used(Cdt-N) = 1
v01026           and CDT-Name(Cdt-N) = PRET-CODE-TABLE(Pret)
v01026             set Cdt-Found to true
v01026           end-if
v01026         end-perform
v01026         if Cdt-Not-Found
v01026           display 'Engine:Field ' PRET-FIELDNAME(Pret)
v01026                   ' names code table ' PRET-CODE-TABLE(Pret)
v01026                   ' which CODETAB does not hold. Program Stops'
v01026           move 12 to return-code
v01026           stop run
v01026         end-if
v01026       end-if
v01026     end-perform
v01026     .
v01026 Load-a-Code-Entry.
v01026     if CODETAB-RECORD(1:1) = '*'
v01026     or CODETAB-RECORD = spaces
v01026       continue
v01026     else
v01026       move CDR-Name  to Cdt-Key-Name
v01026       move CDR-Value to Cdt-Value-Work
v01026       perform Normalize-the-Code-Value
v01026       move CDT-Max to Cdt-Hash-Max
v01026       perform Find-the-Code
v01026       evaluate true
v01026*        'the first card for a code wins
v01026         when Cdt-Found
v01026           add 1 to Cdt-Dup-Cards
v01026         when Cdt-Slot-Empty
v01026           move 1             to CDT-Used(Cdt-Probe)
v01026           move Cdt-Key-Name  to CDT-Name(Cdt-Probe)
v01026           move Cdt-Key-Value to CDT-Value(Cdt-Probe)
v01026           move CDR-Desc      to CDT-Desc(Cdt-Probe)
v01026           move 0             to CDT-Hits(Cdt-Probe)
v01026           add 1 to Cdt-Loaded
v01026         when other
v01026           display 'Engine:Code table is full (' CDT-Max
v01026                   ' codes). Raise CodeTabMax() and rerun.'
v01026                   ' Program Stops'
v01026           move 12 to return-code
v01026           stop run
v01026       end-evaluate
v01026     end-if
v01026     .
v01026*    'an all-digit code loses its leading zeros (one kept) so a
v01026*    'numeric field's value and a zero-padded card match
v01026 Normalize-the-Code-Value.
v01026     move spaces to Cdt-Key-Value
v01026     move 0 to Cdt-Len
v01026     perform varying Cdt-N from 1 by 1
v01026       until Cdt-N > 20 or Cdt-Value-Work(Cdt-N:1) = space
v01026       add 1 to Cdt-Len
v01026     end-perform
v01026     if Cdt-Len > 0
v01026     and Cdt-Value-Work(1:Cdt-Len) is numeric
v01026     and Cdt-Value-Work(Cdt-Len + 1:) = spaces
v01026       move 1 to Cdt-Z
v01026       perform until Cdt-Z >= Cdt-Len
v01026          or Cdt-Value-Work(Cdt-Z:1) not = '0'
v01026         add 1 to Cdt-Z
v01026       end-perform
v01026       move Cdt-Value-Work(Cdt-Z:Cdt-Len - Cdt-Z + 1)
v01026         to Cdt-Key-Value
v01026     else
v01026       move Cdt-Value-Work to Cdt-Key-Value
v01026     end-if
v01026     .
v01026*    'probe the Code-Table for Cdt-Key; Cdt-Probe is left on the
v01026*    'entry found or the empty slot it would go in
v01026 Find-the-Code.
v01026     perform Hash-the-Code-Key
v01026     set Cdt-Not-Found to true
v01026     move zeroes to Cdt-Probe-Cnt
v01026     compute Cdt-Probe = Cdt-Hash + 1
v01026     perform until Cdt-Found or Cdt-Slot-Empty
v01026        or Cdt-Probe-Cnt >= CDT-Max
v01026       evaluate true
v01026         when CDT-Used(Cdt-Probe) = 0
v01026           set Cdt-Slot-Empty to true
v01026         when CDT-Name(Cdt-Probe)  = Cdt-Key-Name
v01026          and CDT-Value(Cdt-Probe) = Cdt-Key-Value
v01026           set Cdt-Found to true
v01026         when other
v01026           add 1 to Cdt-Probe-Cnt
v01026           add 1 to Cdt-Probe
v01026           if Cdt-Probe > CDT-Max
v01026             move 1 to Cdt-Probe
v01026           end-if
v01026       end-evaluate
v01026     end-perform
v01026     .
v01026 Hash-the-Code-Key.
v01026     move zeroes to Cdt-Hash
v01026     perform varying Cdt-N from 1 by 1
v01026       until Cdt-N > length of Cdt-Key
v01026       move Cdt-Key(Cdt-N:1) to Cdt-Byte
v01026       compute Cdt-Work = (Cdt-Hash * 31) + Cdt-Byte-Num
v01026       divide Cdt-Work by Cdt-Hash-Max giving Cdt-Work
v01026                              remainder Cdt-Hash
v01026     end-perform
v01026     .
v01026 Check-the-Code-Fields.
v01026     perform varying Cdt-Fldt from 1 by 1
v01026       until Cdt-Fldt > Field-Cnt
v01026       move 0 to CDH-Slot(Cdt-Fldt)
v01026       move Fldt-Field(Cdt-Fldt) to Pret
v01026       if Pret > 0
v01026         if PRET-CODE-TABLE(Pret) not = spaces
v01026         and Fldt-Length-Byte(Cdt-Fldt) > 0
v01026           perform Get-the-Code-Value
v01026           if Cdt-Value-Okay
v01026             perform Look-up-the-Code-Value
v01026           end-if
v01026         end-if
v01026       end-if
v01026     end-perform
v01026     .
v01026 Get-the-Code-Value.
v01026     set Cdt-Value-Bad to true
v01026*    'GetValue can raise field-in-error state of its own; that
v01026*    'is reported where the field is migrated, not here
v01026     move Discard-code          to Cdt-Save-Discard
v01026     move Fields-in-Error       to Cdt-Save-Errs
v01026     move First-Field-in-Error  to Cdt-Save-First
v01026     move First-Fields-Error    to Cdt-Save-First-Err
v01026     move Cdt-Fldt to gvPtr
v01026     perform GetValue
v01026     if Discard-Nothing
v01026       set Cdt-Value-Okay to true
v01026       evaluate true
v01026         when Types-Numeric(Pret)
v01026         and ws-value(20:1) = 'S'
v01026           move ws-value-num18s to WS-EDIT-NUM18S
v01026           move WS-EDIT-NUM18S  to Cdt-Value-Work
v01026         when Types-Numeric(Pret)
v01026           move ws-value-num18  to Cdt-Value-Work
v01026         when other
v01026           move ws-value(1:20)  to Cdt-Value-Work
v01026*          'a value longer than any code cannot be one
v01026           if ws-value(21:) not = spaces
v01026             move '*VALUE TOO LONG*' to Cdt-Value-Work
v01026           end-if
v01026       end-evaluate
v01026     end-if
v01026     move Cdt-Save-Discard      to Discard-code
v01026     move Cdt-Save-Errs         to Fields-in-Error
v01026     move Cdt-Save-First        to First-Field-in-Error
v01026     move Cdt-Save-First-Err    to First-Fields-Error
v01026     .
v01026 Look-up-the-Code-Value.
v01026     move PRET-CODE-TABLE(Pret) to Cdt-Key-Name
v01026     perform Normalize-the-Code-Value
v01026     move CDT-Max to Cdt-Hash-Max
v01026     perform Find-the-Code
v01026     add 1 to Cdt-Lookups
v01026     if Cdt-Found
v01026       add 1 to CDT-Hits(Cdt-Probe)
v01026       if not PRET-Mask-Requested(Pret)
v01026         move Cdt-Probe to CDH-Slot(Cdt-Fldt)
v01026       end-if
v01026     else
v01026       add 1 to Cdt-Unknown-Cnt
v01026       if not Cdt-Unk-Table-Is-Full
v01026         perform Count-the-Unknown-Code
v01026       end-if
v01026       set Discard-Unknown-Code to true
v01026       move Cdt-Fldt to Fldt
v01026       move Fldt-Start(Cdt-Fldt) to sCursor
v01026       call 'NOTEDISC' using Pret, sCursor,
v01026            Discard-Table-Area, Fldt
v01026       add 1 to discard-count(Discard-code)
v01026       add 1 to fields-in-error
v01026       if First-Field-in-Error = 0
v01026         move Pret to First-Field-in-Error
v01026         move Discard-code to First-Fields-Error
v01026       end-if
v01026     end-if
v01026     .
v01026 Count-the-Unknown-Code.
v01026     move UNK-Max to Cdt-Hash-Max
v01026     perform Hash-the-Code-Key
v01026     set Cdt-Not-Found to true
v01026     move zeroes to Cdt-Probe-Cnt
v01026     compute Cdt-Slot = Cdt-Hash + 1
v01026     perform until Cdt-Found or Cdt-Slot-Empty
v01026        or Cdt-Probe-Cnt >= UNK-Max
v01026       evaluate true
v01026         when UNK-Used(Cdt-Slot) = 0
v01026           set Cdt-Slot-Empty to true
v01026         when UNK-Key(Cdt-Slot) = Cdt-Key
v01026           set Cdt-Found to true
v01026         when other
v01026           add 1 to Cdt-Probe-Cnt
v01026           add 1 to Cdt-Slot
v01026           if Cdt-Slot > UNK-Max
v01026             move 1 to Cdt-Slot
v01026           end-if
v01026       end-evaluate
v01026     end-perform
v01026     evaluate true
v01026       when Cdt-Found
v01026         add 1 to UNK-Count(Cdt-Slot)
v01026       when Cdt-Slot-Empty
v01026         move 1        to UNK-Used(Cdt-Slot)
v01026         move Cdt-Key  to UNK-Key(Cdt-Slot)
v01026         move Pret     to UNK-Pret(Cdt-Slot)
v01026         move 1        to UNK-Count(Cdt-Slot)
v01026         add 1 to UNK-Cnt
v01026         move Cdt-Slot to UNK-Order(UNK-Cnt)
v01026       when other
v01026         set Cdt-Unk-Table-Is-Full to true
v01026         display 'Engine:Caution: the unknown-code list is full'
v01026                 ' (' UNK-Max ' values); later values count in'
v01026                 ' the total only - raise CodeUnkMax()'
v01026     end-evaluate
v01026     .
v01026*    'a code field that keeps its code puts the description in
v01026*    'the column the DLL adds beside it; a masked field (no slot
v01026*    'noted) keeps the column, blank
v01026 Move-the-Code-Description.
v01026     move PRET-CODE-DESC-LEN(PretInx) to mg-Len
v01026     if (Cursor + mg-Len - 1) > mgMax-Buffer-Len
v01026       if mgFirst-Overflow = 0
v01026         move 10 to mgFirst-Overflow
v01026         perform ShowOverflow
v01026       end-if
v01026       set Discard-CANT-HOLD-ENTIRE-FIELD to true
v01026     else
v01026       if CDH-Slot(FldInx) > 0
v01026         move CDT-Desc(CDH-Slot(FldInx))
v01026           to mgBuffer(Cursor:mg-Len)
v01026         add 1 to Cdt-Described-Cnt
v01026       else
v01026         move spaces to mgBuffer(Cursor:mg-Len)
v01026       end-if
v01026       if Opt-OutEnc-Requested
v01026         perform Convert-the-Output-Field
v01026       end-if
v01026       if Discard-Nothing
v01026         compute Cursor = Cursor + mg-Len
v01026         if DLL-OutputCSV-Yes
v01026           move DLL-OutputCSV-Delim(1:DLL-OutputCSV-Delim-Len)
v01026             to mgBuffer(Cursor:DLL-OutputCSV-Delim-Len)
v01026           compute Cursor = Cursor + DLL-OutputCSV-Delim-Len
v01026         end-if
v01026       end-if
v01026     end-if
v01026     .
v01027*--------------------------------------------------------------
v01027* Header/detail flattening. The one parent record type the DLL
v01027* declares (RT-Is-Parent-Type) and every child type that gives
v01027* RT-Flat-Slots and an RT-Match-Field must have a fixed target
v01027* layout (no OCCURS/ODO tables, no vFields), so every row has
v01027* its slots at the same positions - the layout DDLGEN builds
v01027* the wide table from. Each parent's record is held, its
v01027* children's records are laid into the next free slot of their
v01027* type, and the row is written when the next parent arrives or
v01027* the input ends. A child that cannot be placed - its type's
v01027* slots are all used, or it does not belong to the parent held
v01027* - is discarded as reason 48, never silently dropped, and the
v01027* parents whose children overflowed are listed on the LOG.
v01027*--------------------------------------------------------------
v01027 Set-up-the-Flattening.
v01027     if DLL-OutputCSV-Yes
v01027       display 'Engine:Flatten(YES) needs fixed positions; a'
v01027               ' CSV-shaped MIG cannot carry slots. Program'
v01027               ' Stops'
v01027       move 12 to return-code
v01027       stop run
v01027     end-if
v01027     if Restart-Requested
v01027       display 'Engine:Flatten(YES) cannot restart - a held'
v01027               ' row does not survive a checkpoint; rerun from'
v01027               ' the start. Program Stops'
v01027       move 12 to return-code
v01027       stop run
v01027     end-if
v01027     move 0 to Flat-Parent-Rt, Flat-Parents-Cnt, Flat-Ch-Cnt
v01027     perform varying rtInx from 1 by 1
v01027       until rtInx > Record-Cnt
v01027       evaluate true
v01027         when RT-Is-Parent-Type(rtInx)
v01027           add 1 to Flat-Parents-Cnt
v01027           move rtInx to Flat-Parent-Rt
v01027         when RT-Match-Field(rtInx) > 0
v01027          and RT-Flat-Slots(rtInx) > 0
v01027           if Flat-Ch-Cnt >= 20
v01027             display 'Engine:More than 20 flattened child'
v01027                     ' record types. Program Stops'
v01027             move 12 to return-code
v01027             stop run
v01027           end-if
v01027           add 1 to Flat-Ch-Cnt
v01027           move rtInx to Flat-Ch-Rt(Flat-Ch-Cnt)
v01027           move RT-Flat-Slots(rtInx)
v01027             to Flat-Ch-Slots(Flat-Ch-Cnt)
v01027       end-evaluate
v01027     end-perform
v01027     evaluate true
v01027       when Flat-Parents-Cnt not = 1
v01027         display 'Engine:Flatten(YES) needs exactly one parent'
v01027                 ' record type; the DLL declares '
v01027                 Flat-Parents-Cnt '. Program Stops'
v01027         move 12 to return-code
v01027         stop run
v01027       when RT-Key-Field(Flat-Parent-Rt) = 0
v01027         display 'Engine:Flatten(YES) but the parent record'
v01027                 ' type has no key field. Program Stops'
v01027         move 12 to return-code
v01027         stop run
v01027       when Flat-Ch-Cnt = 0
v01027         display 'Engine:Flatten(YES) but no child record type'
v01027                 ' declares slots - flattening is off'
v01027         move 0 to Opt-Flatten-sw
v01027     end-evaluate
v01027     if Opt-Flatten-Yes
v01027       perform Lay-out-the-Flat-Row
v01027       set Flat-Active to true
v01027       set Flat-Row-Not-Held to true
v01027       display 'Engine:Flattening in effect'
v01027               ':parent type=' RT-KN(Flat-Parent-Rt)
v01027               ':child types=' Flat-Ch-Cnt
v01027               ':row length=' Flat-Row-Len
v01027     end-if
v01027     .
v01027*    'parent fields first, then per child type a 4-digit count
v01027*    'and its slots; the empty row is built once from it
v01027 Lay-out-the-Flat-Row.
v01027     set Flat-Measure-Only to true
v01027     move Flat-Parent-Rt to Flat-Rt
v01027     perform Walk-a-Flat-Type
v01027     move Flat-W to Flat-Parent-Width
v01027     move Flat-W to Flat-Row-Len
v01027     perform varying Flat-X from 1 by 1
v01027       until Flat-X > Flat-Ch-Cnt
v01027       move Flat-Ch-Rt(Flat-X) to Flat-Rt
v01027       perform Walk-a-Flat-Type
v01027       move Flat-W to Flat-Ch-Width(Flat-X)
v01027       compute Flat-Ch-Offset(Flat-X) = Flat-Row-Len + 1
v01027       compute Flat-Row-Len = Flat-Row-Len + 4
v01027             + (Flat-W * Flat-Ch-Slots(Flat-X))
v01027     end-perform
v01027     if Flat-Row-Len > mgMax-Out-Len
v01027       display 'Engine:Flatten(YES): the flattened row would be '
v01027               Flat-Row-Len ' bytes, over the ' mgMax-Out-Len
v01027               ' maximum - reduce the slots. Program Stops'
v01027       move 12 to return-code
v01027       stop run
v01027     end-if
v01027     move spaces to Flat-Empty-Row
v01027     set Flat-Build-Image to true
v01027     perform varying Flat-X from 1 by 1
v01027       until Flat-X > Flat-Ch-Cnt
v01027       move Flat-Ch-Rt(Flat-X) to Flat-Rt
v01027       move '0000' to Flat-Empty-Row(Flat-Ch-Offset(Flat-X):4)
v01027       perform varying Flat-N from 1 by 1
v01027         until Flat-N > Flat-Ch-Slots(Flat-X)
v01027         compute Flat-Pos = Flat-Ch-Offset(Flat-X) + 4
v01027               + ((Flat-N - 1) * Flat-Ch-Width(Flat-X))
v01027         perform Walk-a-Flat-Type
v01027       end-perform
v01027     end-perform
v01027     set Flat-Measure-Only to true
v01027     .
v01027*    'the target bytes a record type's migrated fields take, in
v01027*    'the order Migrate lays them down (code descriptions kept
v01027*    'beside their code included); with Flat-Build-Image the
v01027*    'empty image of each field is put at Flat-Pos as well
v01027 Walk-a-Flat-Type.
v01027     move 0 to Flat-W
v01027     set Flat-Type-Is-Fixed to true
v01027     if RT-num-vFields(Flat-Rt) > 0
v01027       set Flat-Type-Not-Fixed to true
v01027     end-if
v01027     perform varying Flat-P from RT-Start-Pret(Flat-Rt) by 1
v01027       until Flat-P > RT-End-Pret(Flat-Rt)
v01027          or Flat-Type-Not-Fixed
v01027       evaluate true
v01027         when Record-Field(Flat-P)
v01027           continue
v01027         when Table-Field(Flat-P)
v01027           move PRET-TABLE(Flat-P) to Flat-Tbl
v01027           if Table-is-Group(Flat-Tbl)
v01027           and not Table-Type-ODO(Flat-Tbl)
v01027           and Table-Highest(Flat-Tbl) not > 1
v01027             continue
v01027           else
v01027             set Flat-Type-Not-Fixed to true
v01027           end-if
v01027         when MIG-Event-Requested(Flat-P)
v01027           if Flat-Build-Image
v01027           and PRET-MIG-LEN(Flat-P) > 0
v01027             perform Put-an-Empty-Field
v01027           end-if
v01027           add PRET-MIG-LEN(Flat-P) to Flat-W
v01027           if Code-Fields-Exist
v01027           and PRET-CODE-TABLE(Flat-P) not = spaces
v01027           and PRET-Code-Migrate-Both(Flat-P)
v01027             add PRET-CODE-DESC-LEN(Flat-P) to Flat-W
v01027           end-if
v01027         when other
v01027           continue
v01027       end-evaluate
v01027     end-perform
v01027     if Flat-Type-Not-Fixed
v01027       display 'Engine:Flatten(YES): record type ' RT-KN(Flat-Rt)
v01027               ' has no fixed target layout (OCCURS/ODO tables'
v01027               ' or vFields). Program Stops'
v01027       move 12 to return-code
v01027       stop run
v01027     end-if
v01027     .
v01027*    'an empty slot loads as blanks and zeros, not as garbage
v01027 Put-an-Empty-Field.
v01027     compute Flat-Len  = Flat-Pos + Flat-W
v01027     compute Flat-Last = Flat-Len + PRET-MIG-LEN(Flat-P) - 1
v01027     evaluate true
v01027       when MIG-TYPE-ZD(Flat-P)
v01027         move all '0'
v01027           to Flat-Empty-Row(Flat-Len:PRET-MIG-LEN(Flat-P))
v01027       when MIG-TYPE-PD(Flat-P)
v01027         move low-values
v01027           to Flat-Empty-Row(Flat-Len:PRET-MIG-LEN(Flat-P))
v01027         move x'0C' to Flat-Empty-Row(Flat-Last:1)
v01027       when MIG-TYPE-BIN(Flat-P)
v01027       when MIG-TYPE-BIS(Flat-P)
v01027         move low-values
v01027           to Flat-Empty-Row(Flat-Len:PRET-MIG-LEN(Flat-P))
v01027       when MIG-TYPE-LS(Flat-P)
v01027         move all '0'
v01027           to Flat-Empty-Row(Flat-Len:PRET-MIG-LEN(Flat-P))
v01027         move '+' to Flat-Empty-Row(Flat-Len:1)
v01027       when MIG-TYPE-TS(Flat-P)
v01027         move all '0'
v01027           to Flat-Empty-Row(Flat-Len:PRET-MIG-LEN(Flat-P))
v01027         move '+' to Flat-Empty-Row(Flat-Last:1)
v01027       when other
v01027         continue
v01027     end-evaluate
v01027     .
v01027*    'in place of the write for every record while flattening:
v01027*    'a parent starts a new row, a child fills a slot, any
v01027*    'other record type is written on its own as before
v01027 Flatten-the-Record.
v01027     move 0 to Flat-X
v01027     if Rec-Ptr not = Flat-Parent-Rt
v01027       perform varying Flat-N from 1 by 1
v01027         until Flat-N > Flat-Ch-Cnt or Flat-X > 0
v01027         if Flat-Ch-Rt(Flat-N) = Rec-Ptr
v01027           move Flat-N to Flat-X
v01027         end-if
v01027       end-perform
v01027     end-if
v01027     evaluate true
v01027       when Rec-Ptr = Flat-Parent-Rt
v01027         perform Flatten-a-Parent
v01027       when Flat-X > 0
v01027         perform Flatten-a-Child
v01027       when other
v01027         perform Write-the-MIG-record thru wtmr-exit
v01027     end-evaluate
v01027     .
v01027 Flatten-a-Parent.
v01027     compute Flat-Len = Cursor - 1
v01027     if Flat-Len not = Flat-Parent-Width
v01027       set Discard-Flatten-Not-Placed to true
v01027     else
v01027       if Flat-Len > 0
v01027         move mgBuffer(1:Flat-Len) to Flat-Next(1:Flat-Len)
v01027       end-if
v01027       perform Get-the-Flat-Key
v01027       if Flat-Row-Held
v01027         perform Flush-the-Flat-Row
v01027       end-if
v01027       move Flat-Empty-Row(1:Flat-Row-Len)
v01027         to Flat-Row(1:Flat-Row-Len)
v01027       if Flat-Len > 0
v01027         move Flat-Next(1:Flat-Len) to Flat-Row(1:Flat-Len)
v01027       end-if
v01027       move Flat-Next-Key to Flat-Parent-Key
v01027       move ws-rec-cnt    to Flat-Row-Rec-Cnt
v01027       move Psrt-Src-Rec  to Flat-Row-Src-Rec
v01027       move File-Now      to Flat-Row-File
v01027       perform varying Flat-N from 1 by 1
v01027         until Flat-N > Flat-Ch-Cnt
v01027         move 0 to Flat-Ch-Used(Flat-N)
v01027       end-perform
v01027       set Flat-Row-Held to true
v01027     end-if
v01027     move 1 to Cursor
v01027     .
v01027 Flatten-a-Child.
v01027     perform Get-the-Flat-Key
v01027     compute Flat-Len = Cursor - 1
v01027     evaluate true
v01027       when Flat-Row-Not-Held
v01027       when Flat-Next-Key not = Flat-Parent-Key
v01027       when Flat-Len not = Flat-Ch-Width(Flat-X)
v01027         add 1 to Flat-Ch-NoPar(Flat-X)
v01027         set Discard-Flatten-Not-Placed to true
v01027       when Flat-Ch-Used(Flat-X) >= Flat-Ch-Slots(Flat-X)
v01027         add 1 to Flat-Ch-Ovfl(Flat-X)
v01027         perform Note-the-Flat-Overflow
v01027         set Discard-Flatten-Not-Placed to true
v01027       when other
v01027         add 1 to Flat-Ch-Used(Flat-X)
v01027         compute Flat-Pos = Flat-Ch-Offset(Flat-X) + 4
v01027               + ((Flat-Ch-Used(Flat-X) - 1)
v01027                * Flat-Ch-Width(Flat-X))
v01027         if Flat-Len > 0
v01027           move mgBuffer(1:Flat-Len)
v01027             to Flat-Row(Flat-Pos:Flat-Len)
v01027         end-if
v01027         add 1 to Flat-Ch-Placed(Flat-X)
v01027     end-evaluate
v01027     move 1 to Cursor
v01027     .
v01027*    'the parent's key, or the child's match value, without
v01027*    'disturbing the record's discard state; a value that
v01027*    'cannot be had matches nothing
v01027 Get-the-Flat-Key.
v01027     move Discard-code          to Flat-Save-Discard
v01027     move Fields-in-Error       to Flat-Save-Errs
v01027     move First-Field-in-Error  to Flat-Save-First
v01027     move First-Fields-Error    to Flat-Save-First-Err
v01027     if Rec-Ptr = Flat-Parent-Rt
v01027       perform Set-Key-Value
v01027       move high-values to Flat-Next-Key
v01027     else
v01027       perform Set-Match-Value
v01027       move low-values to Flat-Next-Key
v01027     end-if
v01027     if ws-key-value-set
v01027     and Discard-Nothing
v01027       move ws-key-value to Flat-Next-Key
v01027     end-if
v01027     move Flat-Save-Discard     to Discard-code
v01027     move Flat-Save-Errs        to Fields-in-Error
v01027     move Flat-Save-First       to First-Field-in-Error
v01027     move Flat-Save-First-Err   to First-Fields-Error
v01027     .
v01027 Note-the-Flat-Overflow.
v01027     if Flat-Ovfl-Cnt > 0
v01027     and Flat-Ovfl-Key(Flat-Ovfl-Cnt) = Flat-Parent-Key
v01027     and Flat-Ovfl-Rt(Flat-Ovfl-Cnt)  = Rec-Ptr
v01027       add 1 to Flat-Ovfl-Dropped(Flat-Ovfl-Cnt)
v01027     else
v01027       if Flat-Ovfl-Cnt < 100
v01027         add 1 to Flat-Ovfl-Cnt
v01027         move Flat-Parent-Key to Flat-Ovfl-Key(Flat-Ovfl-Cnt)
v01027         move Rec-Ptr         to Flat-Ovfl-Rt(Flat-Ovfl-Cnt)
v01027         move 1 to Flat-Ovfl-Dropped(Flat-Ovfl-Cnt)
v01027       end-if
v01027     end-if
v01027     .
v01027*    'write the held row through the normal write path, as the
v01027*    'parent's record type, under the parent's key and from
v01027*    'where the parent was read; the record being processed
v01027*    'when the row is written is put back as it was found
v01027 Flush-the-Flat-Row.
v01027     perform varying Flat-N from 1 by 1
v01027       until Flat-N > Flat-Ch-Cnt
v01027       move Flat-Ch-Used(Flat-N) to Flat-Count-Edit
v01027       move Flat-Count-Edit
v01027         to Flat-Row(Flat-Ch-Offset(Flat-N):4)
v01027     end-perform
v01027     move Discard-code     to Flat-Save-Discard
v01027     move Fields-in-Error       to Flat-Save-Errs
v01027     move First-Field-in-Error  to Flat-Save-First
v01027     move First-Fields-Error    to Flat-Save-First-Err
v01027     move Discard-Cnt      to Flat-Save-Disc-Cnt
v01027     move Rec-Ptr          to Flat-Save-Rec-Ptr
v01027     move ws-key-value     to Flat-Save-Key
v01027     move ws-key-value-sw  to Flat-Save-Key-sw
v01027     move ws-rec-cnt       to Flat-Save-Rec-Cnt
v01027     move Psrt-Src-Rec     to Flat-Save-Src-Rec
v01027     move File-Now         to Flat-Save-File
v01027     move vField-Start     to Flat-Save-vStart
v01027     move vField-Last      to Flat-Save-vLast
v01027     move Flat-Parent-Key  to ws-key-value
v01027     set ws-key-value-set  to true
v01027     move Flat-Row-Rec-Cnt to ws-rec-cnt
v01027     move Flat-Row-Src-Rec to Psrt-Src-Rec
v01027     move Flat-Row-File    to File-Now
v01027*    'the row's types have no vFields; what is left belongs to
v01027*    'the record being processed
v01027     move zeroes to vField-Start vField-Last
v01027     move Flat-Row(1:Flat-Row-Len) to mgBuffer(1:Flat-Row-Len)
v01027     compute Cursor = Flat-Row-Len + 1
v01027     move Flat-Parent-Rt to Rec-Ptr
v01027     set Discard-Nothing to true
v01027     perform Write-the-MIG-record thru wtmr-exit
v01027     if Discard-Something
v01027       perform Discard-the-Flat-Row
v01027     else
v01027       add 1 to Flat-Rows-Out
v01027     end-if
v01027     move Flat-Save-Rec-Ptr to Rec-Ptr
v01027     move Flat-Save-Key    to ws-key-value
v01027     move Flat-Save-Key-sw to ws-key-value-sw
v01027     move Flat-Save-Rec-Cnt to ws-rec-cnt
v01027     move Flat-Save-Src-Rec to Psrt-Src-Rec
v01027     move Flat-Save-File   to File-Now
v01027     move Flat-Save-vStart to vField-Start
v01027     move Flat-Save-vLast  to vField-Last
v01027     move Flat-Save-Discard to Discard-code
v01027     move Flat-Save-Errs        to Fields-in-Error
v01027     move Flat-Save-First       to First-Field-in-Error
v01027     move Flat-Save-First-Err   to First-Fields-Error
v01027     move Flat-Save-Disc-Cnt    to Discard-Cnt
v01027     set Flat-Row-Not-Held to true
v01027     .
v01027*    'the row's write discarded (a keyed MIG duplicate, say):
v01027*    'it is stored and counted as Migrate stores a discard
v01027*    'after its own write, and ledgered against the parent's
v01027*    'key. The record in hand did not cause it, so its own
v01027*    'discard state is restored by the caller
v01027 Discard-the-Flat-Row.
v01027     move RT-Start-Pret(Flat-Parent-Rt) to Pret
v01027     move Pret-StartField(Pret) to FldT
v01027     set FldInx to FldT
v01027     perform Store-the-Discard
v01027     display 'Engine:Flattened row of key ' Flat-Parent-Key
v01027             ' not written - discard reason ' Discard-code
v01034     if Susp-Active
v01034     and Flat-Parent-Key not = high-values
v01034       move Flat-Parent-Key       to Susp-Key
v01034       move RT-KN(Flat-Parent-Rt) to Susp-Type
v01034       if Psrt-Active
v01034         move Psrt-Src-Rec        to Susp-Rec
v01034       else
v01034         move ws-rec-cnt          to Susp-Rec
v01034       end-if
v01034       move Discard-code          to Susp-Reason
v01034       perform Note-a-Suspense-Failure
v01034     end-if
v01027     .
v01032*--------------------------------------------------------------
v01032* Field layout cache. A record type whose DLL leaves nothing to
v01032* the data - no ODO or LIMIT/LENGTH table, no field or table
v01032* condition, no offset/varchar length, no vField, not CSV - maps
v01032* every record of one length to the same Field-Table. Once a
v01032* build has settled (the PRET state it leaves is the state it
v01032* found), that layout is kept and later records of the type and
v01032* length take it back instead of walking the generator; the
v01032* values are still pulled from each record by everything that
v01032* follows the mapping. TRACE records always build.
v01032*--------------------------------------------------------------
v01032 Set-up-the-Layout-Cache.
v01032     move 0 to Lay-Active-sw
v01032     if Opt-LayoutCache-No
v01032       display 'Engine:LayoutCache(NO) - the field layout is'
v01032               ' built for every record'
v01032     else
v01032       compute NBytes = (length of LCT-Table(1)
v01032                      * Record-Cnt) + 4
MFMFMF       call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF       IF not CEE000 of FC THEN
MFMFMF         display 'Engine:Allocate Error:LAYC:CEEGTST:FC=' FC
MFMFMF         move 16 to return-code
MFMFMF         stop run
MFMFMF       end-if
MFMFMF       set ADDRESS OF Layout-Cache-Table-Area to Addrss
v01032       move Record-Cnt to LCT-Max
v01032       move 'Layout-Cache-Table' to DMA-Table
v01032       move NBytes               to DMA-Bytes
v01032       move LCT-Max              to DMA-Entries
v01032       display Display-Memory-Allocated
v01032       move 0 to Lay-Range-Max, Lay-Cached-Cnt
v01032       display 'Engine:Field layout cache by record type:'
v01032       perform varying Lay-Rt from 1 by 1
v01032         until Lay-Rt > LCT-Max
v01032         perform Check-a-Type-for-the-Cache
v01032       end-perform
v01032       if Lay-Cached-Cnt > 0
v01032         compute NBytes = length of LCW-Pret-State(1)
v01032                        * Lay-Range-Max
MFMFMF         call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF         IF not CEE000 of FC THEN
MFMFMF           display 'Engine:Allocate Error:LAYW:CEEGTST:FC=' FC
MFMFMF           move 16 to return-code
MFMFMF           stop run
MFMFMF         end-if
MFMFMF         set ADDRESS OF Layout-Cache-Work to Addrss
v01032         move 'Layout-Cache-Work'  to DMA-Table
v01032         move NBytes               to DMA-Bytes
v01032         move Lay-Range-Max        to DMA-Entries
v01032         display Display-Memory-Allocated
v01032         set Lay-Cache-Active to true
v01032       end-if
v01032       display 'Engine:' Lay-Cached-Cnt ' of ' Record-Cnt
v01032               ' record types have a cacheable field layout'
v01032     end-if
v01032     .
v01032 Check-a-Type-for-the-Cache.
v01032     move low-values to LCT-Table(Lay-Rt)
v01032     move spaces     to LCT-Reason(Lay-Rt)
v01032     move spaces     to Lay-Reason
v01032     evaluate true
v01032       when RT-Start-Pret(Lay-Rt) = 0
v01032       when RT-End-Pret(Lay-Rt) < RT-Start-Pret(Lay-Rt)
v01032         move 'the record type has no fields' to Lay-Reason
v01032       when RT-num-vFields(Lay-Rt) > 0
v01032         move 'vFields are computed for every record'
v01032           to Lay-Reason
v01032       when other
v01032         move Pret-File(RT-Start-Pret(Lay-Rt)) to Lay-I
v01032         if File-CSV-Yes(Lay-I)
v01032           move 'CSV input - every field length is in the data'
v01032             to Lay-Reason
v01032         end-if
v01032     end-evaluate
v01032     if Lay-Reason = spaces
v01032       perform varying Lay-P from RT-Start-Pret(Lay-Rt) by 1
v01032         until Lay-P > RT-End-Pret(Lay-Rt)
v01032            or Lay-Reason not = spaces
v01032         perform Check-a-Pret-for-the-Cache
v01032       end-perform
v01032     end-if
v01032     if Lay-Reason = spaces
v01032       move 1 to LCT-State-sw(Lay-Rt)
v01032       add 1 to Lay-Cached-Cnt
v01032       compute Lay-Range = RT-End-Pret(Lay-Rt)
v01032                         - RT-Start-Pret(Lay-Rt) + 1
v01032       if Lay-Range > Lay-Range-Max
v01032         move Lay-Range to Lay-Range-Max
v01032       end-if
v01032       display '  ' RT-KN(Lay-Rt) ' cached'
v01032     else
v01032       move Lay-Reason to LCT-Reason(Lay-Rt)
v01032       display '  ' RT-KN(Lay-Rt) ' not cached - ' Lay-Reason
v01032     end-if
v01032     .
v01032 Check-a-Pret-for-the-Cache.
v01032     if Start-Address-is-Absolute(Lay-P)
v01032       move 1 to LCT-Abs-sw(Lay-Rt)
v01032     end-if
v01032     move spaces to Lay-Phrase
v01032     evaluate true
v01032       when Pret-Cond(Lay-P) > 0
v01032         move 'condition on'       to Lay-Phrase
v01032       when GROUP-FIELD(Lay-P)
v01032         move 'GROUP command'      to Lay-Phrase
v01032       when NORMAL-vFIELD(Lay-P)
v01032       when Occur-vField(Lay-P)
v01032       when ODO-vField(Lay-P)
v01032       when Regular-vField(Lay-P)
v01032         move 'vField'             to Lay-Phrase
v01032       when ODO-Field(Lay-P)
v01032         move 'ODO member'         to Lay-Phrase
v01032       when LENGTH-FIELD-NUMBER(Lay-P)
v01032         move 'variable length'    to Lay-Phrase
v01032       when Table-Field(Lay-P)
v01032         perform Check-a-Table-for-the-Cache
v01032     end-evaluate
v01032     if Lay-Phrase not = spaces
v01032       string Lay-Phrase            delimited by '  '
v01032              ' '                   delimited by size
v01032              PRET-FIELDNAME(Lay-P) delimited by ' '
v01032         into Lay-Reason
v01032       end-string
v01032     end-if
v01032     .
v01032 Check-a-Table-for-the-Cache.
v01032     move Pret-Table(Lay-P) to Lay-Tbl
v01032     evaluate true
v01032       when Table-Type-ODO(Lay-Tbl)
v01032       when TABLE-DEPEND-SET(Lay-Tbl)
v01032         move 'occurs depending on' to Lay-Phrase
v01032       when Table-Cond(Lay-Tbl) > 0
v01032         move 'condition on'       to Lay-Phrase
v01032       when Table-Limit-or-Length-is-Set(Lay-Tbl)
v01032       when Table-Limit-Base-Field(Lay-Tbl) > 0
v01032         move 'LIMIT/LENGTH on'    to Lay-Phrase
v01032       when Table-EL-Ptr(Lay-Tbl) > 0
v01032         move Table-EL-Ptr(Lay-Tbl) to Lay-I
v01032         if not EL-Use-Value(Lay-I)
v01032           move 'EntryLength field' to Lay-Phrase
v01032         end-if
v01032     end-evaluate
v01032     .
v01032*    'a record of a cacheable type takes the kept layout when
v01032*    'there is one for its length, or builds and offers it
v01032 Map-with-the-Layout-Cache.
v01032     move Record-to-Process to Lay-Rt
v01032     evaluate true
v01032       when Trace-on
v01032       when LCT-Not-Eligible(Lay-Rt)
v01032         perform PI-PROCESS-RECORD
v01032       when other
v01032         perform Check-the-Cached-Layout
v01032         if Lay-Cache-Hit
v01032           add 1 to LCT-Hits(Lay-Rt)
v01032           perform Use-the-Cached-Layout
v01032         else
v01032           add 1 to LCT-Generated(Lay-Rt)
v01032           perform Save-the-Entry-State
v01032           perform PI-PROCESS-RECORD
v01032           perform Keep-the-Built-Layout
v01032         end-if
v01032     end-evaluate
v01032     .
v01032*    'the kept layout holds only for the record length it was
v01032*    'built at, and only while the type's PRETs still carry the
v01032*    'state it left (Update-Chain links each record's first
v01032*    'rows through them); a type with absolute start addresses
v01032*    'also needs the table depth its build started from
v01032 Check-the-Cached-Layout.
v01032     set Lay-Cache-Miss to true
v01032     if LCT-Is-Built(Lay-Rt)
v01032     and LCT-In-Bits(Lay-Rt) = In-Bits
v01032       if not LCT-Has-Absolute(Lay-Rt)
v01032       or (LCT-Entry-Dim(Lay-Rt) = ws-dim
v01032       and LCT-Entry-Occurs(Lay-Rt) = Current-Occurs)
v01032         set ADDRESS OF Layout-Cache-Block to LCT-Block(Lay-Rt)
v01032         set Lay-Cache-Hit to true
v01032         move 0 to Lay-I
v01032         perform varying Lay-P from Pret-to-Process by 1
v01032           until Lay-P > Pret-to-Stop
v01032              or Lay-Cache-Miss
v01032           add 1 to Lay-I
v01032           if LCB-Start(Lay-I)      not = Pret-Start(Lay-P)
v01032           or LCB-StartField(Lay-I) not = Pret-StartField(Lay-P)
v01032           or LCB-LastField(Lay-I)  not = Pret-LastField(Lay-P)
v01032             set Lay-Cache-Miss to true
v01032           end-if
v01032         end-perform
v01032       end-if
v01032     end-if
v01032     .
v01032 Save-the-Entry-State.
v01032     move ws-dim         to Lay-Entry-Dim
v01032     move Current-Occurs to Lay-Entry-Occurs
v01032     move 0 to Lay-I
v01032     perform varying Lay-P from Pret-to-Process by 1
v01032       until Lay-P > Pret-to-Stop
v01032       add 1 to Lay-I
v01032       move Pret-Start(Lay-P)      to LCW-Start(Lay-I)
v01032       move Pret-StartField(Lay-P) to LCW-StartField(Lay-I)
v01032       move Pret-LastField(Lay-P)  to LCW-LastField(Lay-I)
v01032     end-perform
v01032     .
v01032*    'only a clean build that left the PRETs as it found them
v01032*    'is kept: the next record of the type would build the
v01032*    'very same rows
v01032 Keep-the-Built-Layout.
v01032     if Fields-in-Error = 0
v01032     and First-Field-in-Error = 0
v01032     and Discard-Nothing
v01032     and Field-Cnt > 0
v01032       set Lay-State-Settled to true
v01032       move 0 to Lay-I
v01032       perform varying Lay-P from Pret-to-Process by 1
v01032         until Lay-P > Pret-to-Stop
v01032            or Lay-State-Moved
v01032         add 1 to Lay-I
v01032         if LCW-Start(Lay-I)      not = Pret-Start(Lay-P)
v01032         or LCW-StartField(Lay-I) not = Pret-StartField(Lay-P)
v01032         or LCW-LastField(Lay-I)  not = Pret-LastField(Lay-P)
v01032           set Lay-State-Moved to true
v01032         end-if
v01032       end-perform
v01032       if Lay-State-Settled
v01032         perform Store-the-Built-Layout
v01032       end-if
v01032     end-if
v01032     .
v01032 Store-the-Built-Layout.
v01032     perform Size-the-Layout-Images
v01032     compute Lay-Fld-Bytes = length of Field-Table(1) * Field-Cnt
v01032     compute Lay-Chain-Off = Lay-Img-Off + Lay-Fld-Bytes
v01032     compute Lay-Need = Lay-Pret-Bytes + Lay-Fld-Bytes
v01032                      + LCT-Chain-Len(Lay-Rt)
v01032     if Lay-Need > LCT-Block-Size(Lay-Rt)
v01032       move Lay-Need to NBytes
MFMFMF       call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF       IF not CEE000 of FC THEN
MFMFMF         display 'Engine:Allocate Error:LAYB:CEEGTST:FC=' FC
MFMFMF         move 16 to return-code
MFMFMF         stop run
MFMFMF       end-if
MFMFMF       set LCT-Block(Lay-Rt) to Addrss
v01032       move Lay-Need to LCT-Block-Size(Lay-Rt)
v01032     end-if
v01032     set ADDRESS OF Layout-Cache-Block to LCT-Block(Lay-Rt)
v01032     move Layout-Cache-Work(1:Lay-Pret-Bytes)
v01032       to Layout-Cache-Block(1:Lay-Pret-Bytes)
v01032     move Field-Table-Area(Lay-Fld-Off:Lay-Fld-Bytes)
v01032       to Layout-Cache-Block(Lay-Img-Off:Lay-Fld-Bytes)
v01032     move Pre-Chain-Table-Area(Lay-Chain-Pos:
v01032                               LCT-Chain-Len(Lay-Rt))
v01032       to Layout-Cache-Block(Lay-Chain-Off:
v01032                             LCT-Chain-Len(Lay-Rt))
v01032     move Field-Cnt             to LCT-Field-Cnt(Lay-Rt)
v01032     move sCursor               to LCT-sCursor(Lay-Rt)
v01032     move vCursor               to LCT-vCursor(Lay-Rt)
v01032     move tCursor               to LCT-tCursor(Lay-Rt)
v01032     move Pret                  to LCT-Pret(Lay-Rt)
v01032     move Stop-Generating-sw    to LCT-Stop-sw(Lay-Rt)
v01032     move Number-Fields-Skipped to LCT-Skipped(Lay-Rt)
v01032     move Offset-Field-is-zero  to LCT-Offset-Zero(Lay-Rt)
v01032     move ws-dim                to LCT-Dim(Lay-Rt)
v01032     move Current-Occurs        to LCT-Occurs(Lay-Rt)
v01032     move ws-len                to LCT-Len(Lay-Rt)
v01032     move ws-level              to LCT-Level(Lay-Rt)
v01032     move TblPtr                to LCT-TblPtr(Lay-Rt)
v01032     move Lay-Entry-Dim         to LCT-Entry-Dim(Lay-Rt)
v01032     move Lay-Entry-Occurs      to LCT-Entry-Occurs(Lay-Rt)
v01032     move In-Bits               to LCT-In-Bits(Lay-Rt)
v01032     set LCT-Is-Built(Lay-Rt)   to true
v01032     add 1 to LCT-Builds(Lay-Rt)
v01032     .
v01032*    'where the PRET state, the Field-Table rows and the chain
v01032*    'entries sit: in the block, the Field-Table and Pre-Chain
v01032 Size-the-Layout-Images.
v01032     compute Lay-Pret-Bytes = length of LCB-Pret-State(1)
v01032                * (Pret-to-Stop - Pret-to-Process + 1)
v01032     compute Lay-Img-Off = Lay-Pret-Bytes + 1
v01032     compute Lay-Fld-Off = length of Field-Max
v01032                         + length of FIELD-CNT
v01032                         + length of Field-Table-Init + 1
v01032     compute Lay-Chain-Pos = ((Pret-to-Process - 1) * 8) + 1
v01032     compute LCT-Chain-Len(Lay-Rt) = (Pret-to-Stop * 8)
v01032                                   - Lay-Chain-Pos + 1
v01032     .
v01032*    'what PI-PROCESS-RECORD resets for every record, then the
v01032*    'kept rows and the generator state the build ended with
v01032 Use-the-Cached-Layout.
v01032     move zeroes to return-code
v01032     set Program-Pulling-Data-Field to true
v01032     set No-DLL-Error to true
v01032     move ZEROES to DISCARD-CNT
v01032     move zeroes to First-Field-in-Error
v01032                    First-Fields-Error
v01032     move :MaxOBuff: to Out-Len
v01032     set OUT-LEN-Field-is-UnResolved to true
v01032     move zeroes to RT-First-vField(Record-to-Process)
v01032                    RT-Last-vField(Record-to-Process)
v01032                    vField-Start
v01032                    vField-Last
v01032                    vField-Resolved
v01032                    vField-Unresolved
v01032     move ZEROES to FIELDS-IN-ERROR
v01032     if Opt-DB2-TimeStamp-now or Opt-ODBC-TimeStamp-now
v01032       perform Ready-the-TimeStamp-Values
v01032     end-if
v01032     set ws-key-value-not-set to true
v01032     set Not-Forcing-Add-Field to true

v01032     perform Size-the-Layout-Images
v01032     move LCT-Field-Cnt(Lay-Rt) to Field-Cnt
v01032     compute Lay-Fld-Bytes = length of Field-Table(1) * Field-Cnt
v01032     compute Lay-Chain-Off = Lay-Img-Off + Lay-Fld-Bytes
v01032     move Layout-Cache-Block(Lay-Img-Off:Lay-Fld-Bytes)
v01032       to Field-Table-Area(Lay-Fld-Off:Lay-Fld-Bytes)
v01032     move Layout-Cache-Block(Lay-Chain-Off:
v01032                             LCT-Chain-Len(Lay-Rt))
v01032       to Pre-Chain-Table-Area(Lay-Chain-Pos:
v01032                               LCT-Chain-Len(Lay-Rt))
v01032     move LCT-sCursor(Lay-Rt)      to sCursor
v01032     move LCT-vCursor(Lay-Rt)      to vCursor
v01032     move LCT-tCursor(Lay-Rt)      to tCursor
v01032     move LCT-Pret(Lay-Rt)         to Pret
v01032     move LCT-Stop-sw(Lay-Rt)      to Stop-Generating-sw
v01032     move LCT-Skipped(Lay-Rt)      to Number-Fields-Skipped
v01032     move LCT-Offset-Zero(Lay-Rt)  to Offset-Field-is-zero
v01032     move LCT-Dim(Lay-Rt)          to ws-dim
v01032     move LCT-Occurs(Lay-Rt)       to Current-Occurs
v01032     move LCT-Len(Lay-Rt)          to ws-len
v01032     move LCT-Level(Lay-Rt)        to ws-level
v01032     move LCT-TblPtr(Lay-Rt)       to TblPtr
v01032     set Discard-Nothing to true
v01032     move spaces to ws-value

v01032     if Field-Cnt > Highwater-Field-Cnt
v01032       move Field-Cnt to Highwater-Field-cnt
v01032     end-if
v01032     if Field-Cnt < Lowwater-Field-Cnt
v01032       move Field-Cnt to Lowwater-Field-Cnt
v01032     end-if
v01032     move zeroes to return-code
v01032     .
v01032 Report-the-Layout-Cache.
v01032     display 'Engine:Field layout cache results:'
v01032     move 0 to Lay-I
v01032     perform varying Lay-Rt from 1 by 1
v01032       until Lay-Rt > LCT-Max
v01032       if LCT-Eligible(Lay-Rt)
v01032         display '  ' RT-KN(Lay-Rt)
v01032                 ' from cache '  LCT-Hits(Lay-Rt)
v01032                 ' generated '   LCT-Generated(Lay-Rt)
v01032                 ' layouts kept ' LCT-Builds(Lay-Rt)
v01032         add LCT-Hits(Lay-Rt) to Lay-I
v01032       else
v01032         display '  ' RT-KN(Lay-Rt) ' not cached - '
v01032                 LCT-Reason(Lay-Rt)
v01032       end-if
v01032     end-perform
v01032     display 'Engine:Records mapped from a cached layout....'
v01032             Lay-I
v01032     .
v01033*--------------------------------------------------------------
v01033* Presort of the input files. Multi-file feeds arrive with the
v01033* headers on one file and the details on another, yet the
v01033* orphan check, DELTAGEN and the split MIG loads all want key
v01033* order with each parent ahead of its children. Presort(YES)
v01033* reads every input File-Table entry into one sort before the
v01033* main loop: the key is the parent type's RT-Key-Field or the
v01033* child type's RT-Match-Field value (a type that is neither
v01033* parent nor child sorts by its RT-Key-Field with the parents),
v01033* then the parent/child rank, the record type and the read
v01033* sequence, so equal keys keep their arrival order. Records of
v01033* no type, of a type with no key or whose key cannot be read
v01033* follow all the keyed records in read order. The key comes
v01033* straight from the DLL position of the key field, so it must
v01033* sit at a fixed position in its record type.
v01033*--------------------------------------------------------------
v01033 Set-up-the-Presort.
v01033     compute NBytes = (length of PTY-Table(1)
v01033                    * Record-Cnt) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:PSRT:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Presort-Type-Table-Area to Addrss
v01033     move Record-Cnt to PTY-Max
v01033     move 'Presort-Type-Table' to DMA-Table
v01033     move NBytes               to DMA-Bytes
v01033     move PTY-Max              to DMA-Entries
v01033     display Display-Memory-Allocated
v01033     compute NBytes = (length of PFL-Table(1)
v01033                    * File-Cnt) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:PSRF:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Presort-File-Table-Area to Addrss
v01033     move File-Cnt to PFL-Max
v01033     move 'Presort-File-Table' to DMA-Table
v01033     move NBytes               to DMA-Bytes
v01033     move PFL-Max              to DMA-Entries
v01033     display Display-Memory-Allocated
v01033     perform varying Psrt-F from 1 by 1
v01033       until Psrt-F > PFL-Max
v01033       move 0 to PFL-Read(Psrt-F), PFL-Sorted(Psrt-F)
v01033                 PFL-Keyless(Psrt-F)
v01033     end-perform
v01033     move 0 to Psrt-Keyed-Cnt
v01033     display 'Engine:Presort keys by record type:'
v01033     perform varying Psrt-Rt from 1 by 1
v01033       until Psrt-Rt > PTY-Max
v01033       perform Key-a-Type-for-the-Presort
v01033     end-perform
v01033     if Psrt-Keyed-Cnt = 0
v01033       display 'Engine:Presort(YES) but no record type has a'
v01033               ' key or match field - presort is off'
v01033       move 0 to Opt-Presort-sw
v01033     else
v01033       compute Psrt-Rel-Hdr = length of PSRT-RECORD
v01033                            - length of PSR-Data
v01033       compute Psrt-Out-Hdr = length of SRTOUT-RECORD
v01033                            - length of SRO-Data
v01033       set Psrt-Active to true
v01033       display 'Engine:Presort in effect:' Psrt-Keyed-Cnt
v01033               ' of ' Record-Cnt ' record types keyed'
v01033     end-if
v01033     .
v01033*    'a parent sorts by its key, a child by the field that
v01033*    'names its parent's key, any other keyed type by its key
v01033 Key-a-Type-for-the-Presort.
v01033     move 0 to PTY-Key-Pret(Psrt-Rt)
v01033     move 9 to PTY-Rank(Psrt-Rt)
v01033     evaluate true
v01033       when RT-Is-Parent-Type(Psrt-Rt)
v01033        and RT-Key-Field(Psrt-Rt) > 0
v01033         move RT-Key-Field(Psrt-Rt)   to PTY-Key-Pret(Psrt-Rt)
v01033         move 0                       to PTY-Rank(Psrt-Rt)
v01033       when RT-Match-Field(Psrt-Rt) > 0
v01033         move RT-Match-Field(Psrt-Rt) to PTY-Key-Pret(Psrt-Rt)
v01033         move 1                       to PTY-Rank(Psrt-Rt)
v01033       when RT-Key-Field(Psrt-Rt) > 0
v01033         move RT-Key-Field(Psrt-Rt)   to PTY-Key-Pret(Psrt-Rt)
v01033         move 0                       to PTY-Rank(Psrt-Rt)
v01033     end-evaluate
v01033     if PTY-Key-Pret(Psrt-Rt) = 0
v01033       display '  ' RT-KN(Psrt-Rt)
v01033               ' no key - after the keyed records'
v01033     else
v01033       move PTY-Key-Pret(Psrt-Rt) to Psrt-K
v01033       move Pret-File(Psrt-K) to Psrt-F
v01033       if File-CSV-Yes(Psrt-F)
v01033         display 'Engine:Presort(YES) needs fixed key positions;'
v01033                 ' record type ' RT-KN(Psrt-Rt)
v01033                 ' is on a CSV file. Program Stops'
v01033         move 12 to return-code
v01033         stop run
v01033       end-if
v01033       move spaces to Psrt-Phrase
v01033       perform varying Psrt-P from RT-Start-Pret(Psrt-Rt) by 1
v01033         until Psrt-P > Psrt-K
v01033            or Psrt-Phrase not = spaces
v01033         perform Check-a-Pret-for-the-Presort
v01033       end-perform
v01033       if Psrt-Phrase not = spaces
v01033         subtract 1 from Psrt-P
v01033         display 'Engine:Presort(YES) needs the key of record'
v01033                 ' type ' RT-KN(Psrt-Rt) ' at a fixed position;'
v01033                 ' it follows ' Psrt-Phrase ' '
v01033                 PRET-FIELDNAME(Psrt-P) '. Program Stops'
v01033         move 12 to return-code
v01033         stop run
v01033       end-if
v01033       add 1 to Psrt-Keyed-Cnt
v01033       if PTY-Rank(Psrt-Rt) = 0
v01033         display '  ' RT-KN(Psrt-Rt) ' by '
v01033                 PRET-FIELDNAME(Psrt-K) ' as parent'
v01033       else
v01033         display '  ' RT-KN(Psrt-Rt) ' by '
v01033                 PRET-FIELDNAME(Psrt-K) ' as child'
v01033       end-if
v01033     end-if
v01033     .
v01033*    'anything ahead of the key (or the key itself) whose size
v01033*    'or presence the data decides moves the key
v01033 Check-a-Pret-for-the-Presort.
v01033     evaluate true
v01033       when Pret-Cond(Psrt-P) > 0
v01033         move 'the condition on'   to Psrt-Phrase
v01033       when ODO-Field(Psrt-P)
v01033       when ODO-vField(Psrt-P)
v01033         move 'the ODO member'     to Psrt-Phrase
v01033       when LENGTH-FIELD-NUMBER(Psrt-P)
v01033         move 'variable length'    to Psrt-Phrase
v01033       when Table-Field(Psrt-P)
v01033         move Pret-Table(Psrt-P) to Psrt-Tbl
v01033         evaluate true
v01033           when Table-Type-ODO(Psrt-Tbl)
v01033           when TABLE-DEPEND-SET(Psrt-Tbl)
v01033             move 'the ODO table'      to Psrt-Phrase
v01033           when Table-Cond(Psrt-Tbl) > 0
v01033             move 'the condition on'   to Psrt-Phrase
v01033           when Table-Limit-or-Length-is-Set(Psrt-Tbl)
v01033           when Table-Limit-Base-Field(Psrt-Tbl) > 0
v01033             move 'LIMIT/LENGTH on'    to Psrt-Phrase
v01033           when Table-EL-Ptr(Psrt-Tbl) > 0
v01033             move Table-EL-Ptr(Psrt-Tbl) to Psrt-I
v01033             if not EL-Use-Value(Psrt-I)
v01033               move 'the EntryLength of' to Psrt-Phrase
v01033             end-if
v01033         end-evaluate
v01033     end-evaluate
v01033     if Psrt-P = Psrt-K
v01033     and Psrt-Phrase = spaces
v01033       evaluate true
v01033         when NORMAL-vFIELD(Psrt-P)
v01033         when Occur-vField(Psrt-P)
v01033         when Regular-vField(Psrt-P)
v01033           move 'the vField'         to Psrt-Phrase
v01033         when Table-Occur(Psrt-P)
v01033           move 'the table of'       to Psrt-Phrase
v01033       end-evaluate
v01033     end-if
v01033     .
v01033*    'the inputs go through the sort; the main loop then reads
v01033*    'SRTOUT in their place
v01033 Presort-the-Inputs.
v01033     display 'Engine:Presort of the input files begins'
v01033     move 0 to Psrt-Seq
v01033     sort PSRT-FILE
v01033          on ascending key PSR-Key PSR-Rank PSR-Type PSR-Seq
v01033          input procedure  Release-the-Input-Records
v01033          output procedure Return-the-Sorted-Records
v01033     if SORT-RETURN not = 0
v01033       display 'Engine:Presort failed. SORT-RETURN='
v01033               SORT-RETURN '. Program Stops'
v01033       move 16 to return-code
v01033       stop run
v01033     end-if
v01033     perform Report-the-Presort
v01033     move 1 to File-Now
v01033     open input SRTOUT-FILE
v01033     if IO-STATUS not = '00'
v01033       move SPACES to LOG-RECORD
v01033       string 'SRTOUT OPEN FILE ERROR:' delimited by size
v01033             IO-STATUS            delimited by size
v01033         into LOG-RECORD
v01033       go to TERMINATE-WITH-ERROR
v01033     end-if
v01033     .
v01033*    'every input entry in File-Table order, stepping over the
v01033*    'entries with no record types the way the main loop does
v01033 Release-the-Input-Records.
v01033     move 1 to File-Now
v01033     perform until File-Now > File-Cnt
v01033       if File-Now = 1
v01033       or FT-Record(File-Now) > 0
v01033         perform Open-Current-Input
v01033         set Psrt-Not-At-End to true
v01033         perform Release-an-Input-Record
v01033           until Psrt-At-End
v01033         perform Close-Current-Input
v01033       else
v01033         display 'Engine:File-Table entry #' File-Now
v01033                 ' has no record types - skipped'
v01033       end-if
v01033       add 1 to File-Now
v01033     end-perform
v01033     .
v01033 Release-an-Input-Record.
v01033     evaluate true
v01033       when FILE-IS-FIX-LENGTH(File-Now)
v01033         read IN-FIX
v01033           at end
v01033              set Psrt-At-End to true
v01033           not at end
v01033              move IN-FIX-REC(1:IN-LEN) to IN-BUFFER(1:IN-LEN)
v01033         end-read
v01033       when FILE-IS-VARIABLE-LENGTH(File-Now)
v01033         read IN-VAR
v01033           at end
v01033              set Psrt-At-End to true
v01033           not at end
v01033              move IN-VAR-REC(1:IN-LEN) to IN-BUFFER(1:IN-LEN)
v01033         end-read
v01033       when FILE-IS-VSAM-KEYED(File-Now)
v01033         call 'HKSys' using VSAM-Read-Next,
v01033              IN-BUFFER, IN-LEN, IO-STATUS
v01033         evaluate true
v01033           when IO-STATUS = '10'
v01033             set Psrt-At-End to true
v01033           when IO-STATUS not = '00'
v01033             display 'Engine:Keyed read error. IO-Status='
v01033                     IO-STATUS ' during the presort of file #'
v01033                     File-Now '. Program Stops'
v01033             move 12 to return-code
v01033             stop run
v01033           when KSD-Stop-in-Effect
v01033            and IN-BUFFER(KSD-Key-Pos:KSD-Key-Len)
v01033                > KSD-Stop-Key(1:KSD-Key-Len)
v01033             display 'Engine:KeyStop() reached at key='
v01033                     IN-BUFFER(KSD-Key-Pos:KSD-Key-Len)
v01033             set Psrt-At-End to true
v01033         end-evaluate
v01033     end-evaluate
v01033     if Psrt-Not-At-End
v01033       add 1 to Psrt-Seq
v01033       add 1 to PFL-Read(File-Now)
v01033       if IN-LEN > length of PSR-Data
v01033         move length of PSR-Data to Psrt-I
v01033         display 'Engine:Presort: record ' Psrt-Seq
v01033                 ' of file #' File-Now ' is ' IN-LEN
v01033                 ' bytes; the presort carries ' Psrt-I
v01033                 ' at most. Program Stops'
v01033         move 12 to return-code
v01033         stop run
v01033       end-if
v01033       compute in-bits = IN-LEN * 8
v01033       perform Type-the-Presort-Record
v01033       perform Key-the-Presort-Record
v01033       move Psrt-Rt  to PSR-Type
v01033       move Psrt-Seq to PSR-Seq
v01033       move File-Now to PSR-File
v01033       move IN-LEN   to PSR-Len
v01033       move IN-BUFFER(1:IN-LEN) to PSR-Data(1:IN-LEN)
v01033       compute Psrt-Rel-Len = Psrt-Rel-Hdr + IN-LEN
v01033       release PSRT-RECORD
v01033     end-if
v01033     .
v01033*    'the record type, chosen exactly as Check-Record-Condition
v01033*    'chooses it but without counting anything (0 = none)
v01033 Type-the-Presort-Record.
v01033     set Condition-False to true
v01033     perform varying Psrt-Rt from 1 by 1
v01033       until Psrt-Rt > Record-Cnt
v01033          or Condition-True
v01033       if RT-COND(Psrt-Rt) > 0
v01033         if RT-Variability(Psrt-Rt) <= in-len
v01033           move RT-Cond(Psrt-Rt) to Cond-ptr
v01033           move zeroes to ws-offset
v01033           perform ChkCond
v01033         end-if
v01033       else
v01033         set Condition-True to true
v01033       end-if
v01033     end-perform
v01033     if Condition-True
v01033       subtract 1 from Psrt-Rt
v01033     else
v01033       move 0 to Psrt-Rt
v01033     end-if
v01033     .
v01033*    'the key value as Set-Key-Value renders it - numerics as
v01033*    '18 digits, so a ZD parent key and a PD child match field
v01033*    'sort together - pulled from the key field's DLL position
v01033 Key-the-Presort-Record.
v01033     move high-values to PSR-Key
v01033     move 9           to PSR-Rank
v01033     if Psrt-Rt > 0
v01033       move PTY-Key-Pret(Psrt-Rt) to Psrt-K
v01033     else
v01033       move 0 to Psrt-K
v01033     end-if
v01033     if Psrt-K > 0
v01033     and (Pret-Start-Byte(Psrt-K)
v01033          + Pret-Length-Byte(Psrt-K) - 1) <= IN-LEN
v01033       move SPACES                  to WS-VALUE
v01033       move 0                       to gbBuffer
v01033       move Pret-Start-Byte(Psrt-K) to gbPos
v01033       move Pret-Start-Nib(Psrt-K)  to gbPosNib
v01033       move Pret-Start-Bit(Psrt-K)  to gbPosBit
v01033       move Pret-Length-Byte(Psrt-K) to gbLen
v01033       move Pret-Length-Nib(Psrt-K) to gbLenNib
v01033       move Pret-Length(Psrt-K)     to gbLenBit
v01033       move Pret-Type(Psrt-K)       to gbType
v01033       move Psrt-K                  to gbField
v01033       perform GetBuff
v01033       if Discard-Nothing
v01033         evaluate true
v01033           when not Types-Numeric(Psrt-K)
v01033             move ws-value to PSR-Key
v01033           when ws-value(20:1) = 'S'
v01033             move ws-value-num18s to WS-EDIT-NUM18S
v01033             move WS-EDIT-NUM18S  to PSR-Key
v01033           when other
v01033             move ws-value-num18  to PSR-Key
v01033         end-evaluate
v01033         move PTY-Rank(Psrt-Rt) to PSR-Rank
v01033       end-if
v01033     end-if
v01033     if PSR-Rank = 9
v01033       add 1 to PFL-Keyless(File-Now)
v01033     end-if
v01033     .
v01033 Return-the-Sorted-Records.
v01033     open output SRTOUT-FILE
v01033     if IO-STATUS not = '00'
v01033       display 'Engine:Presort(YES) but SRTOUT cannot be'
v01033               ' opened (' IO-STATUS '). Program Stops'
v01033       move 12 to return-code
v01033       stop run
v01033     end-if
v01033     set Psrt-Not-At-End to true
v01033     perform Return-a-Sorted-Record
v01033       until Psrt-At-End
v01033     close SRTOUT-FILE
v01033     .
v01033 Return-a-Sorted-Record.
v01033     return PSRT-FILE
v01033       at end
v01033          set Psrt-At-End to true
v01033       not at end
v01033          add 1 to PFL-Sorted(PSR-File)
v01033          move PSR-File to SRO-File
v01033          move PSR-Seq  to SRO-Seq
v01033          move PSR-Data(1:PSR-Len) to SRO-Data(1:PSR-Len)
v01033          compute Psrt-Out-Len = Psrt-Out-Hdr + PSR-Len
v01033          write SRTOUT-RECORD
v01033          if IO-STATUS not = '00'
v01033            display 'Engine:Error writing SRTOUT. IO-Status='
v01033                    IO-STATUS '. Program Stops'
v01033            move 12 to return-code
v01033            stop run
v01033          end-if
v01033     end-return
v01033     .
v01033*    'every record read must come back out of the sort
v01033 Report-the-Presort.
v01033     move 0 to Psrt-Read-Tot, Psrt-Sorted-Tot, Psrt-Keyless-Tot
v01033     display 'Engine:Presort counts by input file:'
v01033     perform varying Psrt-F from 1 by 1
v01033       until Psrt-F > PFL-Max
v01033       if Psrt-F = 1
v01033       or FT-Record(Psrt-F) > 0
v01033         display '  file #' Psrt-F ' DD=' FT-DDName(Psrt-F)
v01033                 ' read '       PFL-Read(Psrt-F)
v01033                 ' sorted '     PFL-Sorted(Psrt-F)
v01033                 ' without key ' PFL-Keyless(Psrt-F)
v01033         add PFL-Read(Psrt-F)    to Psrt-Read-Tot
v01033         add PFL-Sorted(Psrt-F)  to Psrt-Sorted-Tot
v01033         add PFL-Keyless(Psrt-F) to Psrt-Keyless-Tot
v01033       end-if
v01033     end-perform
v01033     display 'Engine:Presort records read.......' Psrt-Read-Tot
v01033     display 'Engine:Presort records sorted.....' Psrt-Sorted-Tot
v01033     display 'Engine:Presort records without key' Psrt-Keyless-Tot
v01033     if Psrt-Sorted-Tot not = Psrt-Read-Tot
v01033       display 'Engine:Presort returned ' Psrt-Sorted-Tot
v01033               ' of the ' Psrt-Read-Tot
v01033               ' records read. Program Stops'
v01033       move 12 to return-code
v01033       stop run
v01033     end-if
v01033     .
v01034*--------------------------------------------------------------
v01034* Suspense ledger. The prior ledger (LEDGIN) is loaded into the
v01034* open-addressed Suspense-Ledger-Table before the pull. Every
v01034* discarded record with a key opens an entry by key value,
v01034* record type and discard reason - or, for an entry already
v01034* open, ages it (runs failed counts once per run); a closed
v01034* entry that fails again reopens as a new break. A record that
v01034* migrates cleanly marks its key's open entries, and at end of
v01034* run an entry so marked that did not also fail this run
v01034* closes. Closed entries are carried SuspenseKeep days for the
v01034* audit trail and then dropped; everything else is written to
v01034* LEDGOUT, the next run's LEDGIN. A child type with no key of
v01034* its own is ledgered by its match (parent key) value. A
v01034* restart is refused: the records it skips would neither open
v01034* nor close entries.
v01034*--------------------------------------------------------------
v01034 Load-the-Suspense-Ledger.
v01034     if Slice-Requested
v01034       display 'Engine:Suspense(YES) needs the whole feed in'
v01034               ' one run - a slice would close keys the other'
v01034               ' slices still hold. Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     if Restart-Requested
v01034       display 'Engine:Suspense(YES) cannot restart - the'
v01034               ' records before the checkpoint would not be'
v01034               ' ledgered; rerun from the start. Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     accept Susp-Today from date YYYYMMDD
v01034     if Opt-SuspenseKeep = 0
v01034       move 35 to Opt-SuspenseKeep
v01034     end-if
v01034     move 0 to Susp-State-sw
v01034     open input LEDGIN-FILE
v01034*    'only a ledger that is not there yet starts empty; one
v01034*    'that cannot be read would lose every open item
v01034     if LEDGIN-IO-STATUS = '35'
v01034       display 'Engine:No prior suspense ledger on LEDGIN ('
v01034               LEDGIN-IO-STATUS ') - the ledger starts empty'
v01034     else
v01034       if LEDGIN-IO-STATUS not = '00'
v01034         display 'Engine:LEDGIN OPEN ERROR:' LEDGIN-IO-STATUS
v01034                 '. Program Stops'
v01034         move 12 to return-code
v01034         stop run
v01034       end-if
v01034       set LEDGIN-Not-At-End to true
v01034       perform until LEDGIN-At-End
v01034         read LEDGIN-FILE into SUSPENSE-RECORD
v01034           at end set LEDGIN-At-End to true
v01034           not at end
v01034             perform Load-a-Suspense-Entry
v01034         end-read
v01034         if LEDGIN-IO-STATUS not = '00'
v01034         and LEDGIN-IO-STATUS not = '10'
v01034           display 'Engine:LEDGIN READ ERROR:' LEDGIN-IO-STATUS
v01034           move 12 to return-code
v01034           stop run
v01034         end-if
v01034       end-perform
v01034       close LEDGIN-FILE
v01034     end-if
v01034     open output LEDGOUT-FILE
v01034     if LEDGOUT-IO-STATUS not = '00'
v01034       display 'Engine:Suspense(YES) but LEDGOUT cannot be'
v01034               ' opened (' LEDGOUT-IO-STATUS '). Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     set Susp-Active to true
v01034     display 'Engine:Suspense ledger in effect. Entries loaded='
v01034             Susp-In-Cnt ' open=' Susp-In-Open
v01034             ' run date=' Susp-Today
v01034     .
v01034 Load-a-Suspense-Entry.
v01034     if (not SUS-Is-Open and not SUS-Is-Closed)
v01034     or SUS-Reason      not numeric
v01034     or SUS-First-Seen  not numeric
v01034     or SUS-Last-Seen   not numeric
v01034     or SUS-Runs-Failed not numeric
v01034     or SUS-Closed-Date not numeric
v01034       compute Susp-N = Susp-In-Cnt + 1
v01034       display 'Engine:LEDGIN record ' Susp-N ' is not a'
v01034               ' suspense ledger entry. Program Stops'
v01034       move 12 to return-code
v01034       stop run
v01034     end-if
v01034     add 1 to Susp-In-Cnt
v01034     move SUS-Key-Value to Susp-Key
v01034     move SUS-Rec-Type  to Susp-Type
v01034     move SUS-Reason    to Susp-Reason
v01034     perform Find-a-Suspense-Entry
v01034     evaluate true
v01034       when Susp-Found
v01034         display 'Engine:LEDGIN repeats key ' SUS-Key-Value
v01034                 ' type ' SUS-Rec-Type ' reason ' SUS-Reason
v01034                 ' - the first entry is kept'
v01034       when Susp-Slot-Empty
v01034         move 1               to SLT-Used(Susp-Probe)
v01034         move SUS-Key-Value   to SLT-Key-Value(Susp-Probe)
v01034         move SUS-Rec-Type    to SLT-Rec-Type(Susp-Probe)
v01034         move SUS-Reason      to SLT-Reason(Susp-Probe)
v01034         move SUS-Status      to SLT-Status(Susp-Probe)
v01034         move SUS-First-Seen  to SLT-First-Seen(Susp-Probe)
v01034         move SUS-Last-Seen   to SLT-Last-Seen(Susp-Probe)
v01034         move SUS-Runs-Failed to SLT-Runs-Failed(Susp-Probe)
v01034         move SUS-Closed-Date to SLT-Closed-Date(Susp-Probe)
v01034         move SUS-Last-DD     to SLT-Last-DD(Susp-Probe)
v01034         move SUS-Last-Rec    to SLT-Last-Rec(Susp-Probe)
v01034         move 0               to SLT-Clean-sw(Susp-Probe)
v01034         move 0               to SLT-Failed-sw(Susp-Probe)
v01034         if SUS-Is-Open
v01034           add 1 to Susp-In-Open
v01034         end-if
v01034       when other
v01034         display 'Engine:LEDGIN holds more than ' SLT-Max
v01034                 ' entries - raise SuspenseMax(). Program Stops'
v01034         move 12 to return-code
v01034         stop run
v01034     end-evaluate
v01034     .
v01034*    'a discarded record: every reason it discarded for is
v01034*    'ledgered against its key (a reason already noted for the
v01034*    'record today finds its entry and changes nothing)
v01034 Ledger-the-Discarded-Record.
v01034     perform Set-the-Suspense-Key
v01034     if Susp-Key = spaces
v01034       add 1 to Susp-NoKey-Cnt
v01034     else
v01034       perform varying Discard-Ptr from 1 by 1
v01034         until Discard-Ptr > Discard-Cnt
v01034         move DT-Reason(Discard-Ptr) to Susp-Reason
v01034         perform Note-a-Suspense-Failure
v01034       end-perform
v01034     end-if
v01034     .
v01034*    'a cleanly migrated record marks every open entry of its
v01034*    'key and record type; they close at end of run
v01034 Ledger-the-Migrated-Record.
v01034     perform Set-the-Suspense-Key
v01034     if Susp-Key not = spaces
v01034       perform Hash-the-Suspense-Key
v01034       set Susp-Not-Found to true
v01034       move zeroes to Susp-Probe-Cnt
v01034       compute Susp-Probe = Susp-Hash + 1
v01034       perform until Susp-Slot-Empty
v01034          or Susp-Probe-Cnt >= SLT-Max
v01034         if SLT-Used(Susp-Probe) = 0
v01034           set Susp-Slot-Empty to true
v01034         else
v01034           if SLT-Key-Value(Susp-Probe) = Susp-Key
v01034           and SLT-Rec-Type(Susp-Probe) = Susp-Type
v01034           and SLT-Is-Open(Susp-Probe)
v01034             move 1 to SLT-Clean-sw(Susp-Probe)
v01034           end-if
v01034           add 1 to Susp-Probe-Cnt
v01034           add 1 to Susp-Probe
v01034           if Susp-Probe > SLT-Max
v01034             move 1 to Susp-Probe
v01034           end-if
v01034         end-if
v01034       end-perform
v01034     end-if
v01034     .
v01034*    'the record's key (or, for a child type without one, its
v01034*    'match value) and type name; spaces when there is none.
v01034*    'The key work area is put back as it was found
v01034 Set-the-Suspense-Key.
v01034     move ws-key-value          to Susp-Save-Key
v01034     move ws-key-value-sw       to Susp-Save-Key-sw
v01034     move spaces                to Susp-Key
v01034     perform Set-Key-Value
v01034     if ws-key-value-not-set
v01034     and RT-Match-Field(Record-to-Process) > 0
v01034       perform Set-Match-Value
v01034     end-if
v01034     if ws-key-value-set
v01034     and ws-key-value not = '*Key never found*'
v01034       move ws-key-value        to Susp-Key
v01034     end-if
v01034     move RT-KN(Record-to-Process) to Susp-Type
v01034     if Psrt-Active
v01034       move Psrt-Src-Rec        to Susp-Rec
v01034     else
v01034       move ws-rec-cnt          to Susp-Rec
v01034     end-if
v01034     move Susp-Save-Key         to ws-key-value
v01034     move Susp-Save-Key-sw      to ws-key-value-sw
v01034     .
v01034 Note-a-Suspense-Failure.
v01034     perform Find-a-Suspense-Entry
v01034     evaluate true
v01034       when Susp-Found
v01034         evaluate true
v01034           when SLT-Is-Closed(Susp-Probe)
v01034             move 'O'         to SLT-Status(Susp-Probe)
v01034             move Susp-Today  to SLT-First-Seen(Susp-Probe)
v01034             move 1           to SLT-Runs-Failed(Susp-Probe)
v01034             move 0           to SLT-Closed-Date(Susp-Probe)
v01034             add 1 to Susp-Reopen-Cnt
v01034           when not SLT-Failed-This-Run(Susp-Probe)
v01034             add 1 to SLT-Runs-Failed(Susp-Probe)
v01034             add 1 to Susp-Aged-Cnt
v01034           when other
v01034             continue
v01034         end-evaluate
v01034         move 1 to SLT-Failed-sw(Susp-Probe)
v01034         perform Stamp-a-Suspense-Entry
v01034       when Susp-Slot-Empty
v01034         move 1               to SLT-Used(Susp-Probe)
v01034         move Susp-Key        to SLT-Key-Value(Susp-Probe)
v01034         move Susp-Type       to SLT-Rec-Type(Susp-Probe)
v01034         move Susp-Reason     to SLT-Reason(Susp-Probe)
v01034         move 'O'             to SLT-Status(Susp-Probe)
v01034         move Susp-Today      to SLT-First-Seen(Susp-Probe)
v01034         move 1               to SLT-Runs-Failed(Susp-Probe)
v01034         move 0               to SLT-Closed-Date(Susp-Probe)
v01034         move 0               to SLT-Clean-sw(Susp-Probe)
v01034         move 1               to SLT-Failed-sw(Susp-Probe)
v01034         add 1 to Susp-New-Cnt
v01034         perform Stamp-a-Suspense-Entry
v01034       when other
v01034*        'every slot probed and none free: ledger is full
v01034         add 1 to Susp-Full-Cnt
v01034         if Susp-Keep-Ledgering
v01034           set Susp-Table-Is-Full to true
v01034           display 'Engine:Suspense ledger is full ('
v01034                   SLT-Max ' entries). New breaks are not'
v01034                   ' ledgered; raise SuspenseMax() and rerun'
v01034         end-if
v01034     end-evaluate
v01034     .
v01034 Stamp-a-Suspense-Entry.
v01034     move Susp-Today            to SLT-Last-Seen(Susp-Probe)
v01034     move FT-DDName(File-Now)   to SLT-Last-DD(Susp-Probe)
v01034     move Susp-Rec              to SLT-Last-Rec(Susp-Probe)
v01034     .
v01034 Find-a-Suspense-Entry.
v01034     perform Hash-the-Suspense-Key
v01034     set Susp-Not-Found to true
v01034     move zeroes to Susp-Probe-Cnt
v01034     compute Susp-Probe = Susp-Hash + 1
v01034     perform until Susp-Found or Susp-Slot-Empty
v01034        or Susp-Probe-Cnt >= SLT-Max
v01034       evaluate true
v01034         when SLT-Used(Susp-Probe) = 0
v01034           set Susp-Slot-Empty to true
v01034         when SLT-Key-Value(Susp-Probe) = Susp-Key
v01034          and SLT-Rec-Type(Susp-Probe)  = Susp-Type
v01034          and SLT-Reason(Susp-Probe)    = Susp-Reason
v01034           set Susp-Found to true
v01034         when other
v01034           add 1 to Susp-Probe-Cnt
v01034           add 1 to Susp-Probe
v01034           if Susp-Probe > SLT-Max
v01034             move 1 to Susp-Probe
v01034           end-if
v01034       end-evaluate
v01034     end-perform
v01034     .
v01034 Hash-the-Suspense-Key.
v01034     move zeroes to Susp-Hash
v01034     perform varying Susp-N from 1 by 1 until Susp-N > 62
v01034       move Susp-Key-Type(Susp-N:1) to Susp-Byte
v01034       compute Susp-Work = (Susp-Hash * 31) + Susp-Byte-Num
v01034       divide Susp-Work by SLT-Max giving Susp-Work
v01034                           remainder Susp-Hash
v01034     end-perform
v01034     .
v01034*    'end of run: close what migrated cleanly, drop closed
v01034*    'entries past SuspenseKeep days, write the rest
v01034 Write-the-Suspense-Ledger.
v01034     perform varying Susp-N from 1 by 1
v01034       until Susp-N > SLT-Max
v01034       if SLT-Used(Susp-N) = 1
v01034         perform Close-or-Carry-a-Suspense-Entry
v01034       end-if
v01034     end-perform
v01034     close LEDGOUT-FILE
v01034     display 'Engine:Suspense ledger:loaded=' Susp-In-Cnt
v01034             ':written=' Susp-Out-Cnt
v01034             ':not ledgered, no key=' Susp-NoKey-Cnt
v01034             ':no record type=' Susp-NoType-Cnt
v01034             ':ledger full=' Susp-Full-Cnt
v01034     display 'Engine:Suspense ledger:new=' Susp-New-Cnt
v01034             ':reopened=' Susp-Reopen-Cnt
v01034             ':aged=' Susp-Aged-Cnt
v01034             ':closed=' Susp-Closed-Cnt
v01034             ':dropped=' Susp-Purged-Cnt
v01034             ':open=' Susp-Out-Open
v01034     .
v01034 Close-or-Carry-a-Suspense-Entry.
v01034     if SLT-Is-Open(Susp-N)
v01034     and SLT-Clean-This-Run(Susp-N)
v01034     and not SLT-Failed-This-Run(Susp-N)
v01034       move 'C'        to SLT-Status(Susp-N)
v01034       move Susp-Today to SLT-Closed-Date(Susp-N)
v01034       add 1 to Susp-Closed-Cnt
v01034     end-if
v01034     move 0 to Susp-Age
v01034     if SLT-Is-Closed(Susp-N)
v01034     and SLT-Closed-Date(Susp-N) >= 16010101
v01034       compute Susp-Age = function integer-of-date(Susp-Today)
v01034             - function integer-of-date(SLT-Closed-Date(Susp-N))
v01034     end-if
v01034     if SLT-Is-Closed(Susp-N)
v01034     and Susp-Age > Opt-SuspenseKeep
v01034       add 1 to Susp-Purged-Cnt
v01034     else
v01034       move spaces                   to SUSPENSE-RECORD
v01034       move SLT-Key-Value(Susp-N)    to SUS-Key-Value
v01034       move SLT-Rec-Type(Susp-N)     to SUS-Rec-Type
v01034       move SLT-Reason(Susp-N)       to SUS-Reason
v01034       move SLT-Status(Susp-N)       to SUS-Status
v01034       move SLT-First-Seen(Susp-N)   to SUS-First-Seen
v01034       move SLT-Last-Seen(Susp-N)    to SUS-Last-Seen
v01034       move SLT-Runs-Failed(Susp-N)  to SUS-Runs-Failed
v01034       move SLT-Closed-Date(Susp-N)  to SUS-Closed-Date
v01034       move SLT-Last-DD(Susp-N)      to SUS-Last-DD
v01034       move SLT-Last-Rec(Susp-N)     to SUS-Last-Rec
v01034       move SLT-Reason(Susp-N)       to Susp-Reason
v01034       if Susp-Reason > 0
v01034       and Susp-Reason <= 64
v01034         move Discard-Reason(Susp-Reason) to SUS-Reason-Text
v01034       end-if
v01034       write LEDGOUT-RECORD from SUSPENSE-RECORD
v01034       if LEDGOUT-IO-STATUS not = '00'
v01034         display 'ENGINE:LEDGOUT WRITE ERROR:' LEDGOUT-IO-STATUS
v01034         move 12 to return-code
v01034         stop run
v01034       end-if
v01034       add 1 to Susp-Out-Cnt
v01034       if SUS-Is-Open
v01034         add 1 to Susp-Out-Open
v01034       end-if
v01034     end-if
v01034     .
v01035*--------------------------------------------------------------
v01035* Subset extract. Test regions want a small copy of a feed with
v01035* every family whole. SubsetPct()/SubsetCount() draw keys from
v01035* the parent record types (PARENT types with a KEY field): a
v01035* sort pass ahead of the main loop reads every input once,
v01035* releases each parent's key with its stratum (the value of the
v01035* parent type's first BREAK field under SubsetBy(BREAK)) and a
v01035* hash of the key seeded by SubsetSeed(), and takes the first
v01035* keys of each stratum in hash order - its quota, the stratum's
v01035* share of the sample, at least one. The same input and options
v01035* always draw the same keys. In the main loop a parent whose key
v01035* was drawn, and every child whose MATCH field carries a drawn
v01035* key, go out (masked where the DLL marks MASK); a type that is
v01035* neither parent nor child goes out whole. The key and the
v01035* BREAK field come from their DLL positions during the draw,
v01035* so both must sit at a fixed position in the parent type.
v01035*--------------------------------------------------------------
v01035 Set-up-the-Subset.
v01035     if Opt-KeyList-Keep
v01035       display 'Engine:Subset and KeyList(KEEP) both name the'
v01035               ' records to keep; run one or the other.'
v01035               ' Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     if Opt-Subset-By-Pct
v01035     and (Opt-SubsetPct = 0 or Opt-SubsetPct > 100)
v01035       display 'Engine:SubsetPct() must be above 0 and no more'
v01035               ' than 100. Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     if Opt-Subset-By-Count
v01035     and Opt-SubsetCount = 0
v01035       display 'Engine:SubsetCount() must be above 0.'
v01035               ' Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     if Opt-SubsetMax = 0
v01035       move 1000 to Opt-SubsetMax
v01035     end-if
v01035     compute NBytes = (length of STT-Table(1)
v01035                    * Record-Cnt) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:SUBT:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Subset-Type-Table-Area to Addrss
v01035     move Record-Cnt to STT-Max
v01035     move 'Subset-Type-Table'  to DMA-Table
v01035     move NBytes               to DMA-Bytes
v01035     move STT-Max              to DMA-Entries
v01035     display Display-Memory-Allocated
v01035     compute NBytes = (length of SST-Table(1)
v01035                    * Opt-SubsetMax) + 8
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:SUBS:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Subset-Strata-Table-Area to Addrss
v01035     move Opt-SubsetMax to SST-Max
v01035     move 0             to SST-Cnt
v01035     perform varying Samp-N from 1 by 1
v01035       until Samp-N > SST-Max
v01035       move 0 to SST-Used(Samp-N)
v01035     end-perform
v01035     move 'Subset-Strata-Table' to DMA-Table
v01035     move NBytes               to DMA-Bytes
v01035     move SST-Max              to DMA-Entries
v01035     display Display-Memory-Allocated
v01035     display 'Engine:Subset extract in effect:'
v01035     move 0 to Samp-Parent-Types
v01035     perform varying Samp-Rt from 1 by 1
v01035       until Samp-Rt > STT-Max
v01035       perform Role-a-Type-for-the-Subset
v01035     end-perform
v01035     if Samp-Parent-Types = 0
v01035       display 'Engine:Subset needs a PARENT record type with'
v01035               ' a KEY field to draw from. Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     if not Mask-Fields-Exist
v01035       display 'Engine:Subset:the DLL marks no field MASK -'
v01035               ' the subset carries the values as read'
v01035     end-if
v01035     set Samp-Active to true
v01035     .
v01035 Role-a-Type-for-the-Subset.
v01035     move 0 to STT-Key-Pret(Samp-Rt)
v01035               STT-Strat-Pret(Samp-Rt)
v01035               STT-In-Cnt(Samp-Rt)
v01035               STT-Out-Cnt(Samp-Rt)
v01035     evaluate true
v01035       when RT-Is-Parent-Type(Samp-Rt)
v01035        and RT-Key-Field(Samp-Rt) > 0
v01035         set STT-Is-Parent(Samp-Rt) to true
v01035         add 1 to Samp-Parent-Types
v01035         move RT-Key-Field(Samp-Rt) to STT-Key-Pret(Samp-Rt)
v01035         if Opt-SubsetBy-Break
v01035           perform varying Samp-P from RT-Start-Pret(Samp-Rt)
v01035             by 1 until Samp-P > RT-End-Pret(Samp-Rt)
v01035                     or STT-Strat-Pret(Samp-Rt) > 0
v01035             if PRET-Break-Requested(Samp-P)
v01035               move Samp-P to STT-Strat-Pret(Samp-Rt)
v01035             end-if
v01035           end-perform
v01035         end-if
v01035         move STT-Key-Pret(Samp-Rt) to Psrt-K
v01035         perform Check-a-Subset-Position
v01035         move STT-Key-Pret(Samp-Rt) to Samp-P
v01035         if STT-Strat-Pret(Samp-Rt) > 0
v01035           move STT-Strat-Pret(Samp-Rt) to Psrt-K
v01035           perform Check-a-Subset-Position
v01035           display '  ' RT-KN(Samp-Rt) ' parents drawn by '
v01035                   PRET-FIELDNAME(Samp-P)
v01035                   ' within ' PRET-FIELDNAME(Psrt-K)
v01035         else
v01035           display '  ' RT-KN(Samp-Rt) ' parents drawn by '
v01035                   PRET-FIELDNAME(Samp-P)
v01035           if Opt-SubsetBy-Break
v01035             display '  ' RT-KN(Samp-Rt) ' has no BREAK field;'
v01035                     ' its parents are drawn as one stratum'
v01035           end-if
v01035         end-if
v01035       when RT-Match-Field(Samp-Rt) > 0
v01035         set STT-Is-Child(Samp-Rt) to true
v01035         move RT-Match-Field(Samp-Rt) to Samp-P
v01035         display '  ' RT-KN(Samp-Rt) ' children carried by '
v01035                 PRET-FIELDNAME(Samp-P)
v01035       when other
v01035         set STT-Is-Other(Samp-Rt) to true
v01035         display '  ' RT-KN(Samp-Rt) ' neither parent nor'
v01035                 ' child - carried whole'
v01035     end-evaluate
v01035     .
v01035*    'the draw pulls the key and BREAK field straight from the
v01035*    'DLL positions, the way the presort pulls its keys, so the
v01035*    'same fixed-position rules apply (Psrt-K is the field)
v01035 Check-a-Subset-Position.
v01035     move Pret-File(Psrt-K) to Psrt-F
v01035     if File-CSV-Yes(Psrt-F)
v01035       display 'Engine:Subset cannot draw from CSV record type '
v01035               RT-KN(Samp-Rt) '. Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     move spaces to Psrt-Phrase
v01035     perform varying Psrt-P from RT-Start-Pret(Samp-Rt) by 1
v01035       until Psrt-P > Psrt-K
v01035          or Psrt-Phrase not = spaces
v01035       perform Check-a-Pret-for-the-Presort
v01035     end-perform
v01035     if Psrt-Phrase not = spaces
v01035       subtract 1 from Psrt-P
v01035       display 'Engine:Subset needs ' PRET-FIELDNAME(Psrt-K)
v01035               ' of type ' RT-KN(Samp-Rt) ' at a fixed position;'
v01035               ' it follows ' Psrt-Phrase ' '
v01035               PRET-FIELDNAME(Psrt-P) '. Program Stops'
v01035       move 12 to return-code
v01035       stop run
v01035     end-if
v01035     .
v01035*    'the draw: every parent key into the sort, the first keys
v01035*    'of each stratum in hash order back out into the key table
v01035 Draw-the-Subset.
v01035     display 'Engine:Subset draw of the parent keys begins'
v01035     sort SUBD-FILE
v01035          on ascending key SDR-Stratum SDR-Hash SDR-Key
v01035          input procedure  Release-the-Parent-Keys
v01035          output procedure Return-the-Drawn-Keys
v01035     if SORT-RETURN not = 0
v01035       display 'Engine:Subset draw failed. SORT-RETURN='
v01035               SORT-RETURN '. Program Stops'
v01035       move 16 to return-code
v01035       stop run
v01035     end-if
v01035     display 'Engine:Subset draw:records read=' Samp-Read-Cnt
v01035             ':parent keys=' Samp-Pop-Tot
v01035             ':unreadable keys=' Samp-Keyless-Cnt
v01035             ':strata=' SST-Cnt
v01035     display 'Engine:Subset draw:keys wanted=' Samp-Quota-Tot
v01035             ':keys drawn=' Samp-Drawn-Tot
v01035             ':repeated keys=' Samp-Dup-Cnt
v01035     if Samp-Drawn-Tot = 0
v01035       display 'Engine:Subset draw found no parent keys;'
v01035               ' no record will be written'
v01035     end-if
v01035     .
v01035 Release-the-Parent-Keys.
v01035     move 1 to File-Now
v01035     perform until File-Now > File-Cnt
v01035       if File-Now = 1
v01035       or FT-Record(File-Now) > 0
v01035         perform Open-Current-Input
v01035         set Samp-Not-At-End to true
v01035         perform Release-a-Parent-Key
v01035           until Samp-At-End
v01035         perform Close-Current-Input
v01035       end-if
v01035       add 1 to File-Now
v01035     end-perform
v01035     .
v01035 Release-a-Parent-Key.
v01035     evaluate true
v01035       when FILE-IS-FIX-LENGTH(File-Now)
v01035         read IN-FIX
v01035           at end
v01035              set Samp-At-End to true
v01035           not at end
v01035              move IN-FIX-REC(1:IN-LEN) to IN-BUFFER(1:IN-LEN)
v01035         end-read
v01035       when FILE-IS-VARIABLE-LENGTH(File-Now)
v01035         read IN-VAR
v01035           at end
v01035              set Samp-At-End to true
v01035           not at end
v01035              move IN-VAR-REC(1:IN-LEN) to IN-BUFFER(1:IN-LEN)
v01035         end-read
v01035       when FILE-IS-VSAM-KEYED(File-Now)
v01035         call 'HKSys' using VSAM-Read-Next,
v01035              IN-BUFFER, IN-LEN, IO-STATUS
v01035         evaluate true
v01035           when IO-STATUS = '10'
v01035             set Samp-At-End to true
v01035           when IO-STATUS not = '00'
v01035             display 'Engine:Keyed read error. IO-Status='
v01035                     IO-STATUS ' during the subset draw of'
v01035                     ' file #' File-Now '. Program Stops'
v01035             move 12 to return-code
v01035             stop run
v01035           when KSD-Stop-in-Effect
v01035            and IN-BUFFER(KSD-Key-Pos:KSD-Key-Len)
v01035                > KSD-Stop-Key(1:KSD-Key-Len)
v01035             set Samp-At-End to true
v01035         end-evaluate
v01035     end-evaluate
v01035     if Samp-Not-At-End
v01035       add 1 to Samp-Read-Cnt
v01035       compute in-bits = IN-LEN * 8
v01035       perform Type-the-Presort-Record
v01035       if Psrt-Rt > 0
v01035         if STT-Is-Parent(Psrt-Rt)
v01035           perform Draw-a-Parent-Key
v01035         end-if
v01035       end-if
v01035     end-if
v01035     .
v01035 Draw-a-Parent-Key.
v01035     move STT-Key-Pret(Psrt-Rt) to Samp-P
v01035     perform Pull-a-Subset-Value
v01035     if not Samp-Value-Pulled
v01035       add 1 to Samp-Keyless-Cnt
v01035     else
v01035       move Samp-Value to SDR-Key
v01035       move spaces     to SDR-Stratum
v01035       if STT-Strat-Pret(Psrt-Rt) > 0
v01035         move STT-Strat-Pret(Psrt-Rt) to Samp-P
v01035         perform Pull-a-Subset-Value
v01035         if Samp-Value-Pulled
v01035           move Samp-Value to SDR-Stratum
v01035         else
v01035           move '*Value not readable*' to SDR-Stratum
v01035         end-if
v01035       end-if
v01035       perform Hash-the-Drawn-Key
v01035       move SDR-Stratum to Samp-Value
v01035       perform Find-a-Stratum
v01035       evaluate true
v01035         when Samp-Found
v01035           add 1 to SST-Pop(Samp-Probe)
v01035         when Samp-Slot-Empty
v01035           move 1           to SST-Used(Samp-Probe)
v01035           move Samp-Value  to SST-Value(Samp-Probe)
v01035           move 1           to SST-Pop(Samp-Probe)
v01035           move 0           to SST-Quota(Samp-Probe)
v01035                               SST-Drawn(Samp-Probe)
v01035                               SST-Par-Out(Samp-Probe)
v01035                               SST-Ch-Out(Samp-Probe)
v01035           add 1 to SST-Cnt
v01035         when other
v01035           display 'Engine:Subset strata table full at '
v01035                   SST-Max ' values of the BREAK field;'
v01035                   ' raise SubsetMax(). Program Stops'
v01035           move 12 to return-code
v01035           stop run
v01035       end-evaluate
v01035       add 1 to Samp-Pop-Tot
v01035       release SUBD-RECORD
v01035     end-if
v01035     .
v01035*    'a field's value as Set-Key-Value renders it - numerics as
v01035*    '18 digits - pulled from its DLL position (Samp-P)
v01035 Pull-a-Subset-Value.
v01035     move 0      to Samp-Pulled-sw
v01035     move spaces to Samp-Value
v01035     if (Pret-Start-Byte(Samp-P)
v01035         + Pret-Length-Byte(Samp-P) - 1) <= IN-LEN
v01035       move SPACES                  to WS-VALUE
v01035       move 0                       to gbBuffer
v01035       move Pret-Start-Byte(Samp-P) to gbPos
v01035       move Pret-Start-Nib(Samp-P)  to gbPosNib
v01035       move Pret-Start-Bit(Samp-P)  to gbPosBit
v01035       move Pret-Length-Byte(Samp-P) to gbLen
v01035       move Pret-Length-Nib(Samp-P) to gbLenNib
v01035       move Pret-Length(Samp-P)     to gbLenBit
v01035       move Pret-Type(Samp-P)       to gbType
v01035       move Samp-P                  to gbField
v01035       perform GetBuff
v01035       if Discard-Nothing
v01035         evaluate true
v01035           when not Types-Numeric(Samp-P)
v01035             move ws-value to Samp-Value
v01035           when ws-value(20:1) = 'S'
v01035             move ws-value-num18s to WS-EDIT-NUM18S
v01035             move WS-EDIT-NUM18S  to Samp-Value
v01035           when other
v01035             move ws-value-num18  to Samp-Value
v01035         end-evaluate
v01035         set Samp-Value-Pulled to true
v01035       end-if
v01035     end-if
v01035     .
v01035*    'the draw order: a hash of the key started from the seed;
v01035*    'the closing multiply and square spread neighbouring keys
v01035*    '(policy numbers in a run) across the whole range
v01035 Hash-the-Drawn-Key.
v01035     move Opt-SubsetSeed to Samp-Hash
v01035     perform varying Samp-N from 1 by 1 until Samp-N > 32
v01035       move SDR-Key(Samp-N:1) to Samp-Byte
v01035       compute Samp-Work = (Samp-Hash * 31) + Samp-Byte-Num
v01035       divide Samp-Work by 999999937 giving Samp-Work
v01035                           remainder Samp-Hash
v01035     end-perform
v01035     compute Samp-Work = (Samp-Hash * 48271) + Opt-SubsetSeed
v01035                       + 1
v01035     divide Samp-Work by 999999937 giving Samp-Work
v01035                         remainder Samp-Hash
v01035     compute Samp-Work = Samp-Hash * Samp-Hash
v01035     divide Samp-Work by 999999937 giving Samp-Work
v01035                         remainder Samp-Hash
v01035     move Samp-Hash to SDR-Hash
v01035     .
v01035*    'the stratum slot for Samp-Value (Samp-Probe)
v01035 Find-a-Stratum.
v01035     move SST-Max to Samp-Max
v01035     perform Hash-the-Subset-Value
v01035     set Samp-Not-Found to true
v01035     move zeroes to Samp-Probe-Cnt
v01035     compute Samp-Probe = Samp-Hash + 1
v01035     perform until Samp-Found or Samp-Slot-Empty
v01035        or Samp-Probe-Cnt >= SST-Max
v01035       evaluate true
v01035         when SST-Used(Samp-Probe) = 0
v01035           set Samp-Slot-Empty to true
v01035         when SST-Value(Samp-Probe) = Samp-Value
v01035           set Samp-Found to true
v01035         when other
v01035           add 1 to Samp-Probe-Cnt
v01035           add 1 to Samp-Probe
v01035           if Samp-Probe > SST-Max
v01035             move 1 to Samp-Probe
v01035           end-if
v01035       end-evaluate
v01035     end-perform
v01035     .
v01035*    'the key-table slot for Samp-Value (Samp-Probe)
v01035 Find-a-Drawn-Key.
v01035     move SKT-Max to Samp-Max
v01035     perform Hash-the-Subset-Value
v01035     set Samp-Not-Found to true
v01035     move zeroes to Samp-Probe-Cnt
v01035     compute Samp-Probe = Samp-Hash + 1
v01035     perform until Samp-Found or Samp-Slot-Empty
v01035        or Samp-Probe-Cnt >= SKT-Max
v01035       evaluate true
v01035         when SKT-Used(Samp-Probe) = 0
v01035           set Samp-Slot-Empty to true
v01035         when SKT-Key(Samp-Probe) = Samp-Value
v01035           set Samp-Found to true
v01035         when other
v01035           add 1 to Samp-Probe-Cnt
v01035           add 1 to Samp-Probe
v01035           if Samp-Probe > SKT-Max
v01035             move 1 to Samp-Probe
v01035           end-if
v01035       end-evaluate
v01035     end-perform
v01035     .
v01035 Hash-the-Subset-Value.
v01035     move zeroes to Samp-Hash
v01035     perform varying Samp-N from 1 by 1 until Samp-N > 32
v01035       move Samp-Value(Samp-N:1) to Samp-Byte
v01035       compute Samp-Work = (Samp-Hash * 31) + Samp-Byte-Num
v01035       divide Samp-Work by Samp-Max giving Samp-Work
v01035                            remainder Samp-Hash
v01035     end-perform
v01035     .
v01035*    'population is known: set each stratum's quota, size the
v01035*    'key table, then take the keys as the sort returns them
v01035 Return-the-Drawn-Keys.
v01035     move 0 to Samp-Quota-Tot
v01035     perform varying Samp-N from 1 by 1
v01035       until Samp-N > SST-Max
v01035       if SST-Used(Samp-N) = 1
v01035         perform Set-a-Stratum-Quota
v01035         add SST-Quota(Samp-N) to Samp-Quota-Tot
v01035       end-if
v01035     end-perform
v01035     compute Samp-Max = (Samp-Quota-Tot * 2) + 1
v01035     if Samp-Max < 101
v01035       move 101 to Samp-Max
v01035     end-if
v01035     compute NBytes = (length of SKT-Table(1)
v01035                    * Samp-Max) + 4
MFMFMF     call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF     IF not CEE000 of FC THEN
MFMFMF       display 'Engine:Allocate Error:SUBK:CEEGTST:FC=' FC
MFMFMF       move 16 to return-code
MFMFMF       stop run
MFMFMF     end-if
MFMFMF     set ADDRESS OF Subset-Key-Table-Area to Addrss
v01035     move Samp-Max to SKT-Max
v01035     perform varying Samp-N from 1 by 1
v01035       until Samp-N > SKT-Max
v01035       move 0 to SKT-Used(Samp-N)
v01035     end-perform
v01035     move 'Subset-Key-Table'   to DMA-Table
v01035     move NBytes               to DMA-Bytes
v01035     move SKT-Max              to DMA-Entries
v01035     display Display-Memory-Allocated
v01035     move 0 to Samp-Str, Samp-Ord-Cnt
v01035     set Samp-Not-At-End to true
v01035     perform Return-a-Drawn-Key
v01035       until Samp-At-End
v01035     .
v01035*    'a percentage is taken of every stratum; a count is shared
v01035*    'across the strata by their size. Every stratum gives at
v01035*    'least one key and no more than it holds
v01035 Set-a-Stratum-Quota.
v01035     if Opt-Subset-By-Pct
v01035       compute SST-Quota(Samp-N) rounded =
v01035               SST-Pop(Samp-N) * Opt-SubsetPct / 100
v01035     else
v01035       compute SST-Quota(Samp-N) rounded =
v01035               Opt-SubsetCount * SST-Pop(Samp-N) / Samp-Pop-Tot
v01035     end-if
v01035     if SST-Quota(Samp-N) = 0
v01035       move 1 to SST-Quota(Samp-N)
v01035     end-if
v01035     if SST-Quota(Samp-N) > SST-Pop(Samp-N)
v01035       move SST-Pop(Samp-N) to SST-Quota(Samp-N)
v01035     end-if
v01035     .
v01035 Return-a-Drawn-Key.
v01035     return SUBD-FILE
v01035       at end
v01035          set Samp-At-End to true
v01035       not at end
v01035          perform Take-a-Drawn-Key
v01035     end-return
v01035     .
v01035 Take-a-Drawn-Key.
v01035     if Samp-Str = 0
v01035     or SDR-Stratum not = Samp-Last-Stratum
v01035       move SDR-Stratum to Samp-Value
v01035                           Samp-Last-Stratum
v01035       perform Find-a-Stratum
v01035       move Samp-Probe  to Samp-Str
v01035       add 1 to Samp-Ord-Cnt
v01035       move Samp-Str    to SST-By-Order(Samp-Ord-Cnt)
v01035       move low-values  to Samp-Last-Key
v01035     end-if
v01035     if SDR-Key = Samp-Last-Key
v01035       add 1 to Samp-Dup-Cnt
v01035     else
v01035       if SST-Drawn(Samp-Str) < SST-Quota(Samp-Str)
v01035         move SDR-Key to Samp-Value
v01035         perform Find-a-Drawn-Key
v01035         if Samp-Slot-Empty
v01035           move 1        to SKT-Used(Samp-Probe)
v01035           move SDR-Key  to SKT-Key(Samp-Probe)
v01035           move Samp-Str to SKT-Stratum(Samp-Probe)
v01035           add 1 to SST-Drawn(Samp-Str)
v01035           add 1 to Samp-Drawn-Tot
v01035         else
v01035           add 1 to Samp-Dup-Cnt
v01035         end-if
v01035       end-if
v01035     end-if
v01035     move SDR-Key to Samp-Last-Key
v01035     .
v01035*    'is this record in the subset? The key work area is put
v01035*    'back as it was found
v01035 Check-the-Subset.
v01035     set Samp-Not-Picked to true
v01035     move ws-key-value          to Samp-Save-Key
v01035     move ws-key-value-sw       to Samp-Save-Key-sw
v01035     evaluate true
v01035       when STT-Is-Parent(Record-to-Process)
v01035         add 1 to Samp-Par-In
v01035         perform Set-Key-Value
v01035         if ws-key-value-set
v01035           perform Look-up-a-Drawn-Key
v01035         end-if
v01035         if Samp-Picked
v01035           add 1 to Samp-Par-Out
v01035           move SKT-Stratum(Samp-Probe) to Samp-Str
v01035           add 1 to SST-Par-Out(Samp-Str)
v01035         end-if
v01035       when STT-Is-Child(Record-to-Process)
v01035         add 1 to Samp-Ch-In
v01035         perform Set-Match-Value
v01035         if ws-key-value-set
v01035           perform Look-up-a-Drawn-Key
v01035         end-if
v01035         if Samp-Picked
v01035           add 1 to Samp-Ch-Out
v01035           move SKT-Stratum(Samp-Probe) to Samp-Str
v01035           add 1 to SST-Ch-Out(Samp-Str)
v01035         end-if
v01035       when other
v01035         set Samp-Picked to true
v01035         add 1 to Samp-Other-Out
v01035     end-evaluate
v01035     add 1 to STT-In-Cnt(Record-to-Process)
v01035     if Samp-Picked
v01035       add 1 to STT-Out-Cnt(Record-to-Process)
v01035     end-if
v01035     move Samp-Save-Key         to ws-key-value
v01035     move Samp-Save-Key-sw      to ws-key-value-sw
v01035     .
v01035 Look-up-a-Drawn-Key.
v01035     move ws-key-value to Samp-Value
v01035     perform Find-a-Drawn-Key
v01035     if Samp-Found
v01035       set Samp-Picked to true
v01035     end-if
v01035     .
v01035*    'drawn against population per stratum, in stratum order
v01035 Write-the-Subset-Log.
v01035     move 'Subset Extract:' to Log-record
v01035     write Log-Record
v01035     perform varying Samp-N from 1 by 1
v01035       until Samp-N > Samp-Ord-Cnt
v01035       move SST-By-Order(Samp-N) to Samp-Str
v01035       evaluate true
v01035         when Opt-SubsetBy-None
v01035           move '(ALL)'             to SLL-Stratum
v01035         when SST-Value(Samp-Str) = spaces
v01035           move '(NO BREAK FIELD)'  to SLL-Stratum
v01035         when other
v01035           move SST-Value(Samp-Str) to SLL-Stratum
v01035       end-evaluate
v01035       move SST-Pop(Samp-Str)     to SLL-Pop
v01035       move SST-Drawn(Samp-Str)   to SLL-Drawn
v01035       compute SLL-Pct rounded =
v01035               SST-Drawn(Samp-Str) * 100 / SST-Pop(Samp-Str)
v01035       move SST-Par-Out(Samp-Str) to SLL-Par-Out
v01035       move SST-Ch-Out(Samp-Str)  to SLL-Ch-Out
v01035       write Log-Record from Subset-Log-Line
v01035     end-perform
v01035     perform varying Samp-Rt from 1 by 1
v01035       until Samp-Rt > STT-Max
v01035       if STT-In-Cnt(Samp-Rt) > 0
v01035         display 'Engine:Subset:' RT-KN(Samp-Rt)
v01035                 ':read=' STT-In-Cnt(Samp-Rt)
v01035                 ':out=' STT-Out-Cnt(Samp-Rt)
v01035       end-if
v01035     end-perform
v01035     display 'Engine:Subset:parents out=' Samp-Par-Out
v01035             ' of ' Samp-Par-In
v01035             ':children out=' Samp-Ch-Out
v01035             ' of ' Samp-Ch-In
v01035             ':others out=' Samp-Other-Out
v01035             ':bypassed=' Samp-Skip-Cnt
v01035     .
v01021*--------------------------------------------------------------
v01021* Output encoding. The CNVTAB table maps every single-byte
v01021* EBCDIC code and every DBCS code (the two bytes between the
v01002                      FT-Good-Cnt(FileInx)
v01002                      FT-Disc-Cnt(FileInx)
v01002     end-perform
v01035*    'the subset draw reads the inputs once on its own, ahead
v01035*    'of the presort or the main loop
v01035     if Samp-Active
v01035       perform Draw-the-Subset
v01035       move 1 to File-Now
v01035     end-if
v01033     if Psrt-Active
v01033       perform Presort-the-Inputs
v01033     else
v01002       perform Open-Current-Input
v01033     end-if
v01025     if Opt-Deadline-Time > 0
v01025       perform Arm-the-Deadline
v01025     end-if
v01017     if Opt-KeyList-Keep
v01017       perform Load-the-Key-List
v01017     end-if
v01034     move 0 to Susp-Active-sw
v01034     if Opt-Suspense-Yes
v01034       perform Load-the-Suspense-Ledger
v01034     end-if
v01021     if Opt-OutEnc-Requested
v01021       perform Load-the-Conversion-Table
v01021     end-if
v0854          or WS-REC-CNT >= Opt-StopAft
v01025         or Deadline-Reached
v0854          set Process-Record-Stop to true
v01033*      'presorted: every input comes back through SRTOUT, each
v01033*      'record naming the File-Table entry it was read from;
v01033*      'at the end File-Now stands on the last entry so the
v01033*      'end of SRTOUT is the end of the whole feed
v01033       when Psrt-Active
v01033         read SRTOUT-FILE
v01033           at end
v01033              move File-Cnt to File-Now
v01033              set Process-Record-Stop to true
v01033           not at end
v01033              move SRO-File to File-Now
v01033              move SRO-Seq  to Psrt-Src-Rec
v01033              compute IN-LEN = Psrt-Out-Len - Psrt-Out-Hdr
v01033              add 1 to WS-REC-CNT
v01033              compute in-bits = IN-LEN * 8
v01033              move SRO-Data(1:IN-LEN) to IN-BUFFER(1:IN-LEN)
v01033              if OPT-ShowProgress > 0
v01033                 perform Update-Progress-Bar
v01033              end-if
v01033         end-read
v01002       when FILE-IS-FIX-LENGTH(File-Now)
               read IN-FIX
v0854            at end
           perform FDD

v01002     perform Close-Current-Input
v01033     if Psrt-Active
v01033       CLOSE SRTOUT-FILE
v01033     end-if
           evaluate true
             when FILE-IS-VARIABLE-LENGTH(1)
               CLOSE DISCARD-VAR
v01023     if Sub-Totals-Active
v01023       perform Write-the-Subtotals
v01023     end-if
v01034     if Susp-Active
v01034       perform Write-the-Suspense-Ledger
v01034     end-if
v01035     if Samp-Active
v01035       perform Write-the-Subset-Log
v01035     end-if
           if Opt-LogShowTotals
             perform LogShowTotals
v00901       OPEN OUTPUT CTLTOT-FILE
v01021       write Log-Record
v01021     end-if

v01034     if Susp-Active
v01034       move 'SUSPENSE LOADED'   to LTL-Description
v01034       move Susp-In-Cnt         to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE NEW'      to LTL-Description
v01034       move Susp-New-Cnt        to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE REOPENED' to LTL-Description
v01034       move Susp-Reopen-Cnt     to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE AGED'     to LTL-Description
v01034       move Susp-Aged-Cnt       to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE CLOSED'   to LTL-Description
v01034       move Susp-Closed-Cnt     to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE DROPPED'  to LTL-Description
v01034       move Susp-Purged-Cnt     to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE OPEN'     to LTL-Description
v01034       move Susp-Out-Open       to LTL-Count
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034       move 'SUSPENSE NOT LEDGERED' to LTL-Description
v01034       compute LTL-Count = Susp-NoKey-Cnt + Susp-NoType-Cnt
v01034                         + Susp-Full-Cnt
v01034       move Log-Total-Line      to Log-record
v01034       write Log-Record
v01034     end-if

v01035     if Samp-Active
v01035       move 'SUBSET POPULATION'   to LTL-Description
v01035       move Samp-Pop-Tot          to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035       move 'SUBSET KEYS DRAWN'   to LTL-Description
v01035       move Samp-Drawn-Tot        to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035       move 'SUBSET PARENTS OUT'  to LTL-Description
v01035       move Samp-Par-Out          to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035       move 'SUBSET CHILDREN OUT' to LTL-Description
v01035       move Samp-Ch-Out           to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035       move 'SUBSET OTHERS OUT'   to LTL-Description
v01035       move Samp-Other-Out        to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035       move 'SUBSET BYPASSED'     to LTL-Description
v01035       move Samp-Skip-Cnt         to LTL-Count
v01035       move Log-Total-Line        to Log-record
v01035       write Log-Record
v01035     end-if

v01002     if File-Cnt > 1
v01002       move 'Per-File Totals:'  to Log-record
v01002       write Log-Record
v01002       end-perform
v01002     end-if

v01033*    'what each input file gave the presort and got back
v01033     if Psrt-Active
v01033       move 'Presort:'          to Log-record
v01033       write Log-Record
v01033       move spaces to Log-Total-Line
v01033       perform varying Psrt-F from 1 by 1
v01033         until Psrt-F > PFL-Max
v01033         if Psrt-F = 1
v01033         or FT-Record(Psrt-F) > 0
v01033           move spaces             to LTL-Description
v01033           move Psrt-F             to LTL-DESC-Field
v01033           move FT-DDName(Psrt-F)  to LTL-DESC-FieldName(1:8)
v01033           move 'PRESORT READ'     to LTL-DESC-FieldName(10:)
v01033           move PFL-Read(Psrt-F)   to LTL-Count
v01033           move Log-Total-Line     to Log-record
v01033           write Log-Record
v01033           move spaces             to LTL-Description
v01033           move Psrt-F             to LTL-DESC-Field
v01033           move FT-DDName(Psrt-F)  to LTL-DESC-FieldName(1:8)
v01033           move 'PRESORT SORTED'   to LTL-DESC-FieldName(10:)
v01033           move PFL-Sorted(Psrt-F) to LTL-Count
v01033           move Log-Total-Line     to Log-record
v01033           write Log-Record
v01033           move spaces             to LTL-Description
v01033           move Psrt-F             to LTL-DESC-Field
v01033           move FT-DDName(Psrt-F)  to LTL-DESC-FieldName(1:8)
v01033           move 'PRESORT WITHOUT KEY' to LTL-DESC-FieldName(10:)
v01033           move PFL-Keyless(Psrt-F) to LTL-Count
v01033           move Log-Total-Line     to Log-record
v01033           write Log-Record
v01033         end-if
v01033       end-perform
v01033       move spaces to LTL-Description
v01033       move 'PRESORT RECORDS READ'     to LTL-Description
v01033       move Psrt-Read-Tot      to LTL-Count
v01033       move Log-Total-Line     to Log-record
v01033       write Log-Record
v01033       move spaces to LTL-Description
v01033       move 'PRESORT RECORDS SORTED'   to LTL-Description
v01033       move Psrt-Sorted-Tot    to LTL-Count
v01033       move Log-Total-Line     to Log-record
v01033       write Log-Record
v01033       move spaces to LTL-Description
v01033       move 'PRESORT RECORDS WITHOUT KEY' to LTL-Description
v01033       move Psrt-Keyless-Tot   to LTL-Count
v01033       move Log-Total-Line     to Log-record
v01033       write Log-Record
v01033     end-if

           move 'Input Record Types:' to Log-record
           write Log-Record
           move spaces to log-record
v01010       write Log-Record
v01010     end-if

v01026*    'every distinct code value not found, in first-seen order,
v01026*    'against the field it was first seen in
v01026     if Code-Fields-Exist
v01026       move 'Unknown Code Values:' to Log-record
v01026       write Log-Record
v01026       move spaces to Log-Total-Line
v01026       perform varying Cdt-N from 1 by 1 until Cdt-N > UNK-Cnt
v01026         move UNK-Order(Cdt-N)   to Cdt-Slot
v01026         move UNK-Key(Cdt-Slot)  to Cdt-Key
v01026         move UNK-Pret(Cdt-Slot) to LTL-DESC-Field
v01026         move Pret-FieldName(UNK-Pret(Cdt-Slot))
v01026                                 to LTL-DESC-FieldName
v01026         move UNK-Count(Cdt-Slot) to LTL-Count
v01026         move Log-Total-Line     to Log-record
v01026         move 'TABLE='           to Log-record(54:6)
v01026         move Cdt-Key-Name       to Log-record(60:8)
v01026         move 'VALUE='           to Log-record(69:6)
v01026*        'values are looked up before masking; the LOG must not
v01026*        'show what the DLL marks MASK
v01026         if PRET-Mask-Requested(UNK-Pret(Cdt-Slot))
v01026           move '*MASKED*'       to Log-record(75:20)
v01026         else
v01026           move Cdt-Key-Value    to Log-record(75:20)
v01026         end-if
v01026         write Log-Record
v01026       end-perform
v01026       if Cdt-Unk-Table-Is-Full
v01026         move '  (list full - later values are in the total only)'
v01026                                 to Log-record
v01026         write Log-Record
v01026       end-if
v01026       move spaces to LTL-Description
v01026       move 'CODE TABLE ENTRIES' to LTL-Description
v01026       move Cdt-Loaded         to LTL-Count
v01026       move Log-Total-Line     to Log-record
v01026       write Log-Record
v01026       move spaces to LTL-Description
v01026       move 'CODE LOOKUPS'     to LTL-Description
v01026       move Cdt-Lookups        to LTL-Count
v01026       move Log-Total-Line     to Log-record
v01026       write Log-Record
v01026       move spaces to LTL-Description
v01026       move 'UNKNOWN CODE VALUES' to LTL-Description
v01026       move Cdt-Unknown-Cnt    to LTL-Count
v01026       move Log-Total-Line     to Log-record
v01026       write Log-Record
v01026       move spaces to LTL-Description
v01026       move 'CODE DESCRIPTIONS MIGRATED' to LTL-Description
v01026       move Cdt-Described-Cnt  to LTL-Count
v01026       move Log-Total-Line     to Log-record
v01026       write Log-Record
v01026     end-if

v01027*    'per child record type what went into the slots and what
v01027*    'was discarded, then every parent whose slots overflowed
v01027     if Flat-Active
v01027       move 'Flattening:'      to Log-record
v01027       write Log-Record
v01027       move spaces to Log-Total-Line
v01027       perform varying Flat-X from 1 by 1
v01027         until Flat-X > Flat-Ch-Cnt
v01027         move Flat-Ch-Rt(Flat-X) to Flat-Rt
v01027         move Flat-Rt            to LTL-DESC-Field
v01027         move RT-KN(Flat-Rt)     to LTL-DESC-FieldName
v01027         move Flat-Ch-Placed(Flat-X) to LTL-Count
v01027         move Log-Total-Line     to Log-record
v01027         move 'CHILDREN PLACED IN SLOTS' to Log-record(54:)
v01027         write Log-Record
v01027         move Flat-Ch-Ovfl(Flat-X) to LTL-Count
v01027         move Log-Total-Line     to Log-record
v01027         move 'OVER THE SLOTS - DISCARDED' to Log-record(54:)
v01027         write Log-Record
v01027         move Flat-Ch-NoPar(Flat-X) to LTL-Count
v01027         move Log-Total-Line     to Log-record
v01027         move 'NO PARENT ROW - DISCARDED' to Log-record(54:)
v01027         write Log-Record
v01027       end-perform
v01027       if Flat-Ovfl-Cnt > 0
v01027         move 'Flatten Overflows (parent key, child type, number'
v01027              & ' discarded):' to Log-record
v01027         write Log-Record
v01027         perform varying Flat-X from 1 by 1
v01027           until Flat-X > Flat-Ovfl-Cnt
v01027           move Flat-Ovfl-Rt(Flat-X) to LTL-DESC-Field
v01027           move RT-KN(Flat-Ovfl-Rt(Flat-X))
v01027                                 to LTL-DESC-FieldName
v01027           move Flat-Ovfl-Dropped(Flat-X) to LTL-Count
v01027           move Log-Total-Line   to Log-record
v01027           move 'KEY='           to Log-record(54:4)
v01027           move Flat-Ovfl-Key(Flat-X) to Log-record(58:32)
v01027           write Log-Record
v01027         end-perform
v01027         if Flat-Ovfl-Cnt >= 100
v01027           move '  (list full - later parents are in the totals'
v01027              & ' only)'           to Log-record
v01027           write Log-Record
v01027         end-if
v01027       end-if
v01027       move spaces to LTL-Description
v01027       move 'FLATTENED ROWS WRITTEN' to LTL-Description
v01027       move Flat-Rows-Out      to LTL-Count
v01027       move Log-Total-Line     to Log-record
v01027       write Log-Record
v01027     end-if

v01032*    'per record type whether its layout is cached and, if so,
v01032*    'how often it was taken from the cache, built and kept;
v01032*    'if not, why not
v01032     if not Opt-LayoutCache-No
v01032       move 'Field Layout Cache:' to Log-record
v01032       write Log-Record
v01032       move spaces to Log-Total-Line
v01032       move 0 to Lay-I
v01032       perform varying Lay-Rt from 1 by 1
v01032         until Lay-Rt > LCT-Max
v01032         move Lay-Rt             to LTL-DESC-Field
v01032         move RT-KN(Lay-Rt)      to LTL-DESC-FieldName
v01032         if LCT-Eligible(Lay-Rt)
v01032           move LCT-Hits(Lay-Rt) to LTL-Count
v01032           move Log-Total-Line   to Log-record
v01032           move 'FROM CACHE'     to Log-record(54:10)
v01032           move 'GENERATED'      to Log-record(66:9)
v01032           move LCT-Generated(Lay-Rt) to Lay-Count-Edit
v01032           move Lay-Count-Edit   to Log-record(76:11)
v01032           move 'LAYOUTS KEPT'   to Log-record(89:12)
v01032           move LCT-Builds(Lay-Rt) to Lay-Count-Edit
v01032           move Lay-Count-Edit   to Log-record(102:11)
v01032           add LCT-Hits(Lay-Rt)  to Lay-I
v01032         else
v01032           move Log-Total-Line   to Log-record
v01032           move spaces           to Log-record(41:)
v01032           move 'NOT CACHED - '  to Log-record(41:13)
v01032           move LCT-Reason(Lay-Rt) to Log-record(54:50)
v01032         end-if
v01032         write Log-Record
v01032       end-perform
v01032       move spaces to LTL-Description
v01032       move 'RECORD TYPES CACHED' to LTL-Description
v01032       move Lay-Cached-Cnt     to LTL-Count
v01032       move Log-Total-Line     to Log-record
v01032       write Log-Record
v01032       move spaces to LTL-Description
v01032       move 'RECORDS FROM CACHED LAYOUT' to LTL-Description
v01032       move Lay-I              to LTL-Count
v01032       move Log-Total-Line     to Log-record
v01032       write Log-Record
v01032     end-if

           move all '_' to Log-record
           write log-record
           .
v01010       write CTLTOT-RECORD
v01010     end-if

v01026     if Code-Fields-Exist
v01026       move spaces             to CTLTOT-RECORD
v01026       move 'UNKNOWN CODE VALUES' to CTOT-Label
v01026       move Cdt-Unknown-Cnt    to CTOT-Value
v01026       write CTLTOT-RECORD
v01026     end-if

v01027     if Flat-Active
v01027       move spaces             to CTLTOT-RECORD
v01027       move 'FLATTENED ROWS'   to CTOT-Label
v01027       move Flat-Rows-Out      to CTOT-Value
v01027       write CTLTOT-RECORD
v01027       move 0 to Flat-N
v01027       perform varying Flat-X from 1 by 1
v01027         until Flat-X > Flat-Ch-Cnt
v01027         add Flat-Ch-Ovfl(Flat-X) to Flat-N
v01027       end-perform
v01027       move spaces             to CTLTOT-RECORD
v01027       move 'FLATTEN OVERFLOWS' to CTOT-Label
v01027       move Flat-N             to CTOT-Value
v01027       write CTLTOT-RECORD
v01027     end-if

v01034     if Susp-Active
v01034       move spaces             to CTLTOT-RECORD
v01034       move 'SUSPENSE NEW'     to CTOT-Label
v01034       move Susp-New-Cnt       to CTOT-Value
v01034       write CTLTOT-RECORD
v01034       move spaces             to CTLTOT-RECORD
v01034       move 'SUSPENSE CLOSED'  to CTOT-Label
v01034       move Susp-Closed-Cnt    to CTOT-Value
v01034       write CTLTOT-RECORD
v01034       move spaces             to CTLTOT-RECORD
v01034       move 'SUSPENSE OPEN'    to CTOT-Label
v01034       move Susp-Out-Open      to CTOT-Value
v01034       write CTLTOT-RECORD
v01034     end-if

v01035     if Samp-Active
v01035       move spaces             to CTLTOT-RECORD
v01035       move 'SUBSET POPULATION' to CTOT-Label
v01035       move Samp-Pop-Tot       to CTOT-Value
v01035       write CTLTOT-RECORD
v01035       move spaces             to CTLTOT-RECORD
v01035       move 'SUBSET KEYS DRAWN' to CTOT-Label
v01035       move Samp-Drawn-Tot     to CTOT-Value
v01035       write CTLTOT-RECORD
v01035       move spaces             to CTLTOT-RECORD
v01035       move 'SUBSET RECORDS OUT' to CTOT-Label
v01035       compute CTOT-Value = Samp-Par-Out + Samp-Ch-Out
v01035                          + Samp-Other-Out
v01035       write CTLTOT-RECORD
v01035       move spaces             to CTLTOT-RECORD
v01035       move 'SUBSET BYPASSED'  to CTOT-Label
v01035       move Samp-Skip-Cnt      to CTOT-Value
v01035       write CTLTOT-RECORD
v01035     end-if

v01002     if File-Cnt > 1
v01002       perform varying FileInx from 1 by 1
v01002         until FileInx > File-Cnt
           write FDD-RECORD from FDD-PRINT-LINE
           perform Check-IO-Status-FDD
v00910     perform Write-Alt3-Label
v01026     if Code-Fields-Exist
v01026       perform Write-Code-Description
v01026     end-if
v01024     if FH-Open
v01024       perform FH-Write-a-Field
v01024     end-if
v00910     end-if
v00910     .

v01026*--------------------------------------------------------------
v01026* Write-Code-Description.  When the field's value was found in
v01026* its code table (Check-the-Code-Fields), write the table name
v01026* and the decoded description as an extra line under the field
v01026* line just written, the way Write-Alt3-Label adds its label.
v01026*--------------------------------------------------------------
v01026 Write-Code-Description.
v01026     if PRET-CODE-TABLE(Pret) not = spaces
v01026     and CDH-Slot(Fldt) > 0
v01026       move spaces to FDD-PRINT-LINE
v01026       move CDT-Name(CDH-Slot(Fldt)) to DLC-Table
v01026       move CDT-Desc(CDH-Slot(Fldt)) to DLC-Desc
v01026       move DATA-LINE-CODE   to DPLT-DATA
v01026       write FDD-RECORD from FDD-PRINT-LINE
v01026       perform Check-IO-Status-FDD
v01026     end-if
v01026     .

      *Take the fdd-Value and present it in a pretty format, if needed
       Format-DL-Value.
           evaluate true
v01024     move spaces to FH-Line
v01024     string '<td>'              delimited by size
v01024            FH-Esc-Out(1:FH-Esc-Len) delimited by size
v01026       into FH-Line
v01026     end-string
v01026     perform FH-Write-a-Line
v01026     if Code-Fields-Exist
v01026       perform FH-Write-the-Code-Desc
v01026     end-if
v01026     move '</td>' to FH-Line
v01024     perform FH-Write-a-Line
v01024     move spaces to FH-Line
v01024     string '<td><span class="hx">' delimited by size
v01024     end-string
v01024     perform FH-Write-a-Line
v01024     .
v01026*    'the decoded description, under the value in its cell
v01026 FH-Write-the-Code-Desc.
v01026     if PRET-CODE-TABLE(Pret) not = spaces
v01026     and CDH-Slot(Fldt) > 0
v01026       move CDT-Desc(CDH-Slot(Fldt)) to FH-Esc-In
v01026       move length of CDT-Desc(1) to FH-Esc-Len
v01026       perform FH-Escape-the-Value
v01026       move spaces to FH-Line
v01026       string '<br/><i>'          delimited by size
v01026              FH-Esc-Out(1:FH-Esc-Len) delimited by size
v01026              '</i>'              delimited by size
v01026         into FH-Line
v01026       end-string
v01026       perform FH-Write-a-Line
v01026     end-if
v01026     .
v01024*    'the business names, each on its own line inside the
v01024*    'field-name cell: Alt1 and Alt2 (English), Alt3 (Japanese)
v01024 FH-Write-the-Alt-Names.
      *      'Write a migrate record only if there are NO discards
             if Discard-Nothing
               set Write-Mig-Record to true
v01027         if Flat-Active
v01027           perform Flatten-the-Record
v01027         else
                 perform Write-the-MIG-record thru wtmr-exit
v01027         end-if
v00885         if Discard-Something
v00885           if mgFirst-Discard-code = 0
v00885             move discard-code to mgFirst-Discard-code
v01022     move spaces to LINEAGE-RECORD
v01022     move FT-DDName(File-Now)  to LIN-SRC-DD
v01022     move FT-DSN(File-Now)     to LIN-SRC-DSN
v01033*    'presorted, the source record is its place in the feed
v01033*    'as read, not its place in the sorted order
v01033     if Psrt-Active
v01033       move Psrt-Src-Rec         to LIN-SRC-REC
v01033     else
v01022       move ws-rec-cnt           to LIN-SRC-REC
v01033     end-if
v01022     if ws-key-value-set
v01022       move ws-key-value       to LIN-KEY
v01022     else
               stop run
           end-evaluate

v01026*    'a code field migrating its description has the decoded
v01026*    'description overlaid on the character target just filled
v01026     if Code-Fields-Exist
v01026     and Discard-Nothing
v01026     and mgNormal-mode
v01026     and PRET-Code-Migrate-Desc(PretInx)
v01026     and CDH-Slot(FldInx) > 0
v01026     and mg-Len > 0
v01026       move CDT-Desc(CDH-Slot(FldInx))
v01026         to mgBuffer(Cursor:mg-Len)
v01026       add 1 to Cdt-Described-Cnt
v01026     end-if

v01021*    'output encoding converts the character target bytes just
v01021*    'moved, in place; API-converted fields already carry
v01021*    'target codes and are left alone
v00899       end-if
             add 1 to ms-num-fields-moved
           end-if
v01026     if Code-Fields-Exist
v01026     and Discard-Nothing
v01026     and mgNormal-mode
v01026     and PRET-Code-Migrate-Both(PretInx)
v01026     and PRET-CODE-TABLE(PretInx) not = spaces
v01026       perform Move-the-Code-Description
v01026     end-if
           .

       Standard-Move.
v01016       display Display-Memory-Allocated
v01016     end-if

v01034*--Suspense-Ledger-Table (Susp)
v01034     if Opt-Suspense-Yes
v01034       if Opt-SuspenseMax = 0
v01034         move 100000 to Opt-SuspenseMax
v01034       end-if
v01034       compute NBytes = (length of SLT-Table(1)
v01034                      * Opt-SuspenseMax) + 4
MFMFMF       call "CEEGTST" using HEAPID, NBYTES, ADDRSS, FC
MFMFMF       IF not CEE000 of FC THEN
MFMFMF         display 'Engine:Allocate Error:SUSP:CEEGTST:FC=' FC
MFMFMF         move 16 to return-code
MFMFMF         stop run
MFMFMF       end-if
MFMFMF       set ADDRESS OF Suspense-Ledger-Table-area to Addrss
v01034       move Opt-SuspenseMax to SLT-Max
v01034       perform varying Susp-N from 1 by 1
v01034         until Susp-N > SLT-Max
v01034         move 0 to SLT-Used(Susp-N)
v01034       end-perform
v01034       move 'Suspense-Ledger-Table' to DMA-Table
v01034       move NBytes             to DMA-Bytes
v01034       move SLT-Max            to DMA-Entries
v01034       display Display-Memory-Allocated
v01034     end-if

v01017*--Key-List-Table (KL)
v01017     if Opt-KeyList-Keep
v01017       if Opt-KeyListMax = 0
