       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01027* 2026/10/15 HK   v1.2.1  Flatten(YES) with other than exactly
v01027*                         one parent record type is declined,
v01027*                         as ENGINE will not run it.
v01027* 2026/10/15 HK   v1.2.0  With Flatten(YES) the parent record
v01027*                         type's table is generated wide: after
v01027*                         its own columns, per child type with
v01027*                         SLOTS(n), a <TYPE>_CNT column and the
v01027*                         child's columns n times (suffixed _1
v01027*                         to _n), at the positions ENGINE
v01027*                         writes; child types get no table.
v01026* 2026/10/15 HK   v1.1.0  A code field that migrates its
v01026*                         decoded description beside the code
v01026*                         gets a <column>_DESC CHAR(n) column
v01026*                         right after the code column, at the
v01026*                         positions ENGINE writes it.
v01020* 2026/09/02 HK   v1.0.0  Base line - generates the DB2 CREATE
v01020*                         TABLE DDL and the matching LOAD
v01020*                         utility control cards from the DLL's
      *     ODO table (repeating target positions); the truncation
      *     is noted as a comment card and sets RC=4. Groups without
      *     occurrences generate straight through;
      *   - with Flatten(YES) a child record type with SLOTS(n) is
      *     not a table of its own: its columns repeat n times in
      *     its parent's table after a <TYPE>_CNT column, as ENGINE
      *     writes the flattened row;
v01027*     a DLL with other than exactly one parent record type is
v01027*     declined (RC=8), as ENGINE will not flatten it;
      *   - a destination DD carrying more than one record type gets
      *     one INTO TABLE per type with a comment that the WHEN
      *     selection clause must be added by hand (RC=4).
v01020     03 FILLER PIC X(42) VALUE
v01020               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01020     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01027 77  Version              pic x(8)      value '1.2.1 '.

      * Working Storage fields for the heap allocations
v01020 01  HEAPID                  PIC S9(9) BINARY.
v01020     03 tLen                 PIC 9(5) COMP VALUE 0.
v01020     03 TblInx2              PIC 9(9) COMP VALUE 0.
v01020     03 Col-Name             pic x(30) value spaces.
v01026     03 Col-Save-Suffix      pic x(12) value spaces.
v01027     03 Col-Suffix           pic x(12) value spaces.
v01027     03 Slot-Parent          PIC 9(9) COMP VALUE 0.
v01027     03 Slot-Parent-Cnt      PIC 9(9) COMP VALUE 0.
v01027     03 Slot-Type            PIC 9(9) COMP VALUE 0.
v01027     03 Slot-N               PIC 9(4) COMP VALUE 0.
v01027     03 Slot-N-Edit          PIC Z(3)9.
v01027     03 Slot-Len             PIC 9(5) COMP VALUE 0.
v01020     03 Gen-Text             pic x(80) value spaces.
v01020     03 ws-num18S-x.
v01020        05 ws-num18S         pic z(17)9.
v01020               ' RUN DECLINED **'
v01020       set Run-Is-Declined to true
v01020     end-if
v01027*    'ENGINE flattens under exactly one parent record type and
v01027*    'stops on any other count, so no wide table is generated
v01027     if Opt-Flatten-Yes
v01027       move 0 to Slot-Parent-Cnt
v01027       perform varying RtInx from 1 by 1
v01027         until RtInx > Record-Cnt
v01027         if RT-Is-Parent-Type(RtInx)
v01027           add 1 to Slot-Parent-Cnt
v01027         end-if
v01027       end-perform
v01027       if Slot-Parent-Cnt not = 1
v01027         display 'DDLGen:** FLATTEN(YES) NEEDS EXACTLY ONE PARENT'
v01027                 ' RECORD TYPE, THE DLL DECLARES '
v01027                 Slot-Parent-Cnt ' - RUN DECLINED **'
v01027         set Run-Is-Declined to true
v01027       end-if
v01027     end-if
v01020     if Run-Is-Declined
v01020       CLOSE LOG-FILE
v01020       move 8 to RC
v01020           continue
v01020       end-evaluate
v01020     end-perform
v01027*    'a flattened child's columns are in its parent's table
v01027     if Opt-Flatten-Yes
v01027     and RT-Match-Field(RtInx) > 0
v01027     and RT-Flat-Slots(RtInx) > 0
v01027     and not RT-Is-Parent-Type(RtInx)
v01027       move 0 to Col-Cnt
v01027     end-if
v01020     .

v01020 Write-the-Load-Header.
v01020           continue
v01020       end-evaluate
v01020     end-perform
v01027     if Opt-Flatten-Yes
v01027     and RT-Is-Parent-Type(RtInx)
v01027       if Type-Is-Whole
v01027         perform Generate-the-Slot-Columns
v01027       else
v01027         add 1 to WS-Warnings
v01027         move '--  NO FLATTENED SLOTS - PARENT HAS A TABLE'
v01027           to Gen-Text
v01027         move Gen-Text to DDLOUT-RECORD
v01027         perform Write-a-DDL-Card-as-is
v01027         perform Write-a-Load-Card
v01027       end-if
v01027     end-if
v01020     move '    ) ;' to DDLOUT-RECORD
v01020     perform Write-a-DDL-Card-as-is
v01020     move spaces to DDLOUT-RECORD
v01020     perform Write-a-Load-Card
v01020     .

      *--------------------------------------------------------------
      * Generate-the-Slot-Columns.  The flattened row ENGINE writes
      * for a parent: after the parent's own fields, per child record
      * type with SLOTS(n) (in record type order), a 4-digit count of
      * the slots used and then the child's fields n times over.  A
      * child with a table has no fixed positions; ENGINE will not
      * flatten it, so no slots are generated for it either.
      *--------------------------------------------------------------
v01027 Generate-the-Slot-Columns.
v01027     move RtInx to Slot-Parent
v01027     perform varying Slot-Type from 1 by 1
v01027       until Slot-Type > Record-Cnt
v01027       if RT-Match-Field(Slot-Type) > 0
v01027       and RT-Flat-Slots(Slot-Type) > 0
v01027       and not RT-Is-Parent-Type(Slot-Type)
v01027         move Slot-Type to RtInx
v01027         perform Generate-One-Slot-Type
v01027       end-if
v01027     end-perform
v01027     move Slot-Parent to RtInx
v01027     move spaces to Col-Suffix
v01027     set Type-Is-Whole to true
v01027     .

v01027 Generate-One-Slot-Type.
v01027*    'the count of slots used, loaded as a zoned decimal
v01027     move RT-KN(RtInx) to Col-Name
v01027     inspect Col-Name converting '-' to '_'
v01027     move '_CNT' to Col-Suffix
v01027     perform Add-the-Col-Suffix
v01027     compute Tgt-End = Tgt-Cursor + 3
v01027     add 1 to WS-Columns-Gen
v01027     move spaces to Gen-Text
v01027     move '    ,' to Gen-Text(1:5)
v01027     move Col-Name to Gen-Text(6:30)
v01027     move 37 to wPos
v01027     move 4 to Col-Digits
v01027     perform Put-Decimal-to-Text
v01027     move ' NOT NULL' to Gen-Text(wPos:9)
v01027     move Gen-Text to DDLOUT-RECORD
v01027     perform Write-a-DDL-Card-as-is
v01027     move spaces to Gen-Text
v01027     move '    ,' to Gen-Text(1:5)
v01027     move Col-Name to Gen-Text(6:30)
v01027     move 37 to wPos
v01027     move 'POSITION(' to Gen-Text(wPos:9), add 9 to wPos
v01027     move Tgt-Cursor to ws-num18s
v01027     perform Put-Number-to-Text
v01027     move ':' to Gen-Text(wPos:1), add 1 to wPos
v01027     move Tgt-End to ws-num18s
v01027     perform Put-Number-to-Text
v01027     move ') DECIMAL ZONED' to Gen-Text(wPos:15)
v01027     perform Write-a-Load-Card
v01027     add 4 to Tgt-Cursor
v01027*    'the child's columns once per slot
v01027     set Type-Is-Whole to true
v01027     perform varying Slot-N from 1 by 1
v01027       until Slot-N > RT-Flat-Slots(RtInx)
v01027          or Type-Is-Truncated
v01027       move Slot-N to Slot-N-Edit
v01027       move 0 to Slot-Len
v01027       inspect Slot-N-Edit tallying Slot-Len for leading space
v01027       move spaces to Col-Suffix
v01027       string '_'                        delimited by size
v01027              Slot-N-Edit(Slot-Len + 1:) delimited by size
v01027         into Col-Suffix
v01027       end-string
v01027       perform varying Pret from RT-Start-Pret(RtInx) by 1
v01027         until Pret > RT-End-Pret(RtInx)
v01027            or Type-Is-Truncated
v01027         evaluate true
v01027           when Record-Field(Pret)
v01027             continue
v01027           when Table-Field(Pret)
v01027             perform Check-the-Table-Region
v01027           when PRET-MIG-Requested(Pret)
v01027             perform Generate-One-Column
v01027           when other
v01027             continue
v01027         end-evaluate
v01027       end-perform
v01027     end-perform
v01027     .

v01027*    'a slot's column is the field's column name with the slot
v01027*    'suffix; the name is cut short so the suffix always fits
v01027 Add-the-Col-Suffix.
v01027     move 0 to tLen, Slot-Len
v01027     inspect Col-Name   tallying tLen
v01027       for characters before initial space
v01027     inspect Col-Suffix tallying Slot-Len
v01027       for characters before initial space
v01027     if tLen + Slot-Len > 30
v01027       compute tLen = 30 - Slot-Len
v01027     end-if
v01027     move Col-Suffix(1:Slot-Len) to Col-Name(tLen + 1:Slot-Len)
v01027     .

v01020 Resolve-the-Table-Name.
v01020*    'the physical table name when the DLL carries one,
v01020*    'otherwise the record type name; dashes become
v01020 Generate-One-Column.
v01020     move PRET-FIELDNAME(Pret) to Col-Name
v01020     inspect Col-Name converting '-' to '_'
v01027     if Col-Suffix not = spaces
v01027       perform Add-the-Col-Suffix
v01027     end-if
v01020     compute Tgt-End = Tgt-Cursor + PRET-MIG-LEN(Pret) - 1
v01020     evaluate true
v01020       when MIG-TYPE-PD-NEC(Pret)
v01020     end-evaluate
v01020     compute Tgt-Cursor = Tgt-Cursor + PRET-MIG-LEN(Pret)
v01020     set Col-Is-Not-First to true
v01026     if PRET-CODE-TABLE(Pret) not = spaces
v01026     and PRET-CODE-TABLE(Pret) not = low-values
v01026     and PRET-Code-Migrate-Both(Pret)
v01026       perform Generate-the-Desc-Column
v01026     end-if
v01020     .

v01026*    'the code description ENGINE writes beside the code, as
v01026*    'a character column of the DLL's description length (30
v01026*    'when the DLL gives none, as ENGINE defaults it). Its
v01026*    'name is the code's with _DESC after any slot suffix,
v01026*    'cut short the way slot columns are so the suffix fits
v01026 Generate-the-Desc-Column.
v01026     move Col-Suffix to Col-Save-Suffix
v01026     move PRET-FIELDNAME(Pret) to Col-Name
v01026     inspect Col-Name converting '-' to '_'
v01026     move spaces to Col-Suffix
v01026     string Col-Save-Suffix delimited by space
v01026            '_DESC'         delimited by size
v01026       into Col-Suffix
v01026     end-string
v01026     perform Add-the-Col-Suffix
v01026     move Col-Save-Suffix to Col-Suffix
v01026     if PRET-CODE-DESC-LEN(Pret) = 0
v01026       move 30 to PRET-CODE-DESC-LEN(Pret)
v01026     end-if
v01026     compute Tgt-End = Tgt-Cursor + PRET-CODE-DESC-LEN(Pret) - 1
v01026     add 1 to WS-Columns-Gen
v01026     move spaces to Gen-Text
v01026     move '    ,' to Gen-Text(1:5)
v01026     move Col-Name to Gen-Text(6:30)
v01026     move 37 to wPos
v01026     move 'CHAR(' to Gen-Text(wPos:5), add 5 to wPos
v01026     move PRET-CODE-DESC-LEN(Pret) to ws-num18s
v01026     perform Put-Number-to-Text
v01026     move ')' to Gen-Text(wPos:1), add 1 to wPos
v01026     move ' NOT NULL' to Gen-Text(wPos:9)
v01026     move Gen-Text to DDLOUT-RECORD
v01026     perform Write-a-DDL-Card-as-is
v01026     move spaces to Gen-Text
v01026     move '    ,' to Gen-Text(1:5)
v01026     move Col-Name to Gen-Text(6:30)
v01026     move 37 to wPos
v01026     move 'POSITION(' to Gen-Text(wPos:9), add 9 to wPos
v01026     move Tgt-Cursor to ws-num18s
v01026     perform Put-Number-to-Text
v01026     move ':' to Gen-Text(wPos:1), add 1 to wPos
v01026     move Tgt-End to ws-num18s
v01026     perform Put-Number-to-Text
v01026     move ') CHAR(' to Gen-Text(wPos:7), add 7 to wPos
v01026     move PRET-CODE-DESC-LEN(Pret) to ws-num18s
v01026     perform Put-Number-to-Text
v01026     move ')' to Gen-Text(wPos:1), add 1 to wPos
v01026     perform Write-a-Load-Card
v01026     compute Tgt-Cursor = Tgt-Cursor + PRET-CODE-DESC-LEN(Pret)
v01026     .

v01020 Write-the-DDL-Column.
v01020     move spaces to Gen-Text
v01020     if Col-Is-First
