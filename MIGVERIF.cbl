       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01035* 2026/10/15 HK   v1.0.5  - decline presorted and subset runs:
v01035*                         a Presort(YES) MIG is in key order,
v01035*                         not INFILE order, and a subset MIG
v01035*                         holds only the drawn sample, so
v01035*                         lockstep pairing breaks in both
v01027* 2026/10/15 HK   v1.0.4  - decline flattened runs: with
v01027*                         Flatten(YES) a parent's children
v01027*                         ride in its MIG record, so source
v01027*                         and MIG records no longer pair
v01026* 2026/10/15 HK   v1.0.3  - a code field that migrates its
v01026*                         decoded description in place of the
v01026*                         code is skipped (the target holds
v01026*                         reference text, not the source), and
v01026*                         one that migrates it beside the code
v01026*                         moves the fields after it past the
v01026*                         description column
v01013* 2026/08/23 HK   v1.0.2  - a record type whose migrated
v01013*                         fields all live inside tables still
v01013*                         consumes its MIG record (its write is
      *     multi-type DLLs whose record types are selected by
      *     conditions, since the condition machinery is not
      *     re-evaluated here;
v01035*   - flattened, presorted and subset runs are declined too
v01035*     (RC=8): their MIG records no longer follow the INFILE
v01035*     one for one, in its order;
v01012*   - fields the DLL masks (PRET-MASK) are position-accounted
v01012*     but never value-compared, so a masked extract verifies
v01012*     its unmasked fields without false mismatches.
v01005     03 FILLER PIC X(42) VALUE
v01005               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01005     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01035 77  Version              pic x(8)      value '1.0.5 '.

v01005 01  IN-LEN                  PIC 9(5) COMP VALUE ZEROES.
v01005 01  MIGIN-LEN               PIC 9(5) COMP VALUE ZEROES.
v01012         88 VS-Split-Routing-Used          value 1.
v01012     03 VS-Cond-sw           pic 9(1) comp value 0.
v01012         88 VS-Cond-Selection-Used         value 1.
v01027     03 VS-Flat-sw           pic 9(1) comp value 0.
v01027         88 VS-Flattening-Used             value 1.
v01013     03 VB-Table-Mig-sw      pic 9(1) comp value 0.
v01013     03 VB-ODO-Seen-sw       pic 9(1) comp value 0.
v01005     03 Src-Num-sw           pic 9(1) comp value 0.
v01005     set Verify-Record-Okay to true
v01012     move 0 to VS-Split-sw
v01012     move 0 to VS-Cond-sw
v01027     move 0 to VS-Flat-sw
v01012     perform varying Rec-Ptr from 1 by 1
v01012       until Rec-Ptr > Record-Cnt
v01012       if RT-Dest-is-Split(Rec-Ptr)
v01012       if Record-Cnt > 1 and RT-COND(Rec-Ptr) > 0
v01012         move 1 to VS-Cond-sw
v01012       end-if
v01027       if Opt-Flatten-Yes
v01027       and RT-Match-Field(Rec-Ptr) > 0
v01027       and RT-Flat-Slots(Rec-Ptr) > 0
v01027         move 1 to VS-Flat-sw
v01027       end-if
v01012     end-perform
v01005     evaluate true
v01012       when VS-Split-Routing-Used
v01012                 ' conditions, which are not re-evaluated'
v01012                 ' here; types cannot be determined. RC=8'
v01012         set Verify-Pairing-Broken to true
v01027       when VS-Flattening-Used
v01027         display 'MigVerif:child records flattened into their'
v01027                 ' parent''s MIG record do not pair one for one'
v01027                 ' with the source; lockstep pairing is not'
v01027                 ' possible. RC=8'
v01027         set Verify-Pairing-Broken to true
v01035       when Opt-Presort-Yes
v01035         display 'MigVerif:a presorted MIG is in key order,'
v01035                 ' not INFILE order; lockstep pairing is not'
v01035                 ' possible. RC=8'
v01035         set Verify-Pairing-Broken to true
v01035       when Opt-Subset-Requested
v01035         display 'MigVerif:a subset MIG holds only the drawn'
v01035                 ' sample, not every INFILE record; lockstep'
v01035                 ' pairing is not possible. RC=8'
v01035         set Verify-Pairing-Broken to true
v01005       when DLL-OutputCSV-Yes
v01005         display 'MigVerif:CSV-shaped MIG output cannot be'
v01005                 ' positionally verified. RC=8'
v01005             move 1 to VR-Mig-sw(Rec-Ptr)
v01005             compute Tgt-Cursor = Tgt-Cursor
v01005                                + PRET-MIG-LEN(PRET)
v01026             if PRET-CODE-TABLE(PRET) not = spaces
v01026             and PRET-CODE-TABLE(PRET) not = low-values
v01026             and PRET-Code-Migrate-Both(PRET)
v01026               if PRET-CODE-DESC-LEN(PRET) = 0
v01026                 move 30 to PRET-CODE-DESC-LEN(PRET)
v01026               end-if
v01026               compute Tgt-Cursor = Tgt-Cursor
v01026                                  + PRET-CODE-DESC-LEN(PRET)
v01026             end-if
v01005         end-evaluate
v01005       end-perform
v01005       compute VR-Expected-Len(Rec-Ptr) = Tgt-Cursor - 1
v01012*      'them would report a mismatch on every record
v01012       when PRET-Mask-Requested(PRET)
v01012         continue
v01026*      'a decoded description is reference text, not source
v01026       when PRET-CODE-TABLE(PRET) not = spaces
v01026        and PRET-CODE-TABLE(PRET) not = low-values
v01026        and PRET-Code-Migrate-Desc(PRET)
v01026         continue
v01005*      'values produced at run time, not re-derivable here
v01005       when NORMAL-vFIELD(PRET)
v01005       when Regular-vField(PRET)
