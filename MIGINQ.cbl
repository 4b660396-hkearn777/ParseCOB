       CBL LIB,LANG(EN),LIST,MAP,NODynam
       CBL NumProc(PFD),Trunc(Opt),Optimize(Full),FastSrt
       CBL Char(EBCDIC),PgmName(COMPAT),NoSSR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            MIGINQ.
       AUTHOR.                 HOWARD KEARNEY.
      *Change-History.  (be sure to change VERSION)
      * Date------ Init Ver---- Description of Change-------------------
v01031* 2026/10/15 HK   v1.0.0  Base line - online inquiry of one
v01031*                         master record by record type and key
v01031*                         (transaction MINQ), formatted by the
v01031*                         production DLL as the print FDD is.
      *---------------------------------------------------------
      * Remarks. The online counterpart of a key-list extract and its
      *  FDD, for the one policy the business calls about. Entered as
      *      MINQ type,key
      *  it reads the record with that key from the keyed (VSAM
      *  KSDS) master of the record type - the file ENGINE's keyed
      *  input path reads - and shows it field by field the way the
      *  FDD does: PRET-FIELDNAME (with its occurrence index inside a
      *  table), the Alt1 or Alt3 business name, and the value
      *  decoded as GetBuff decodes it and edited as the FDD edits
      *  it, or its hex.
      *  The layout comes from the INQLAY file INQLOAD builds from
      *  the production DLL (LnkInq). Tables are shown occurrence by
      *  occurrence; an ODO table as many times as its count field
      *  says (an unreadable count shows the table's maximum). The
      *  DLL positions are those of the first occurrence with every
      *  ODO at its maximum: the fields after an outermost ODO move
      *  up by the occurrences the record does not have.
      *  Fields the DLL marks Mask() show *MASKED* unless the user is
      *  cleared by READ access to FACILITY profile MIGINQ.UNMASK.
      *  Every inquiry is logged before anything is shown - date,
      *  time, user, terminal, record type, key, the outcome and
      *  whether the user saw the masked fields - on TD queue MINQ;
      *  if the log cannot be written, nothing is shown.
      *  Keys: ENTER refresh, PF3/CLEAR end, PF5 value/hex, PF6 Alt1/
      *  Alt3 names, PF7/PF8 page back/forward.
      *  Pseudo-conversational; the COMMAREA carries the type, key,
      *  top line and the two toggles between screens.
      * INPUTS:
      *  INQLAY  - The inquiry layout (KSDS, key type name+sequence).
      *  (file)  - The record type's master (KSDS), the CICS file
      *            named as the DLL's DDName for it.
      * OUTPUTS:
      *  MINQ    - TD queue, the inquiry audit log.
      *  Screen  - The formatted record (SEND TEXT, 24 x 80).
      *---------------------------------------------------------
       INSTALLATION.           IBM.
      *MIGRATION ENGINE, (C) IBM CORP. 2006-2013; ALL RIGHTS RESERVED.
       DATE-WRITTEN.           OCTOBER 2026.
       DATE-COMPILED.          OCTOBER 2026.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
v01031 01  PROGRAM-COPYRIGHT.
v01031     03 FILLER PIC X(42) VALUE
v01031               'MIGRATION ENGINE, (C)IBM CORP. 2009-2014; '.
v01031     03 FILLER PIC X(20) VALUE 'ALL RIGHTS RESERVED.'.
v01031 77  Version              pic x(8)      value '1.0.0 '.

v01031     COPY DFHAID.

v01031*    'the inquiry layout record (INQLAY)
v01031     copy LnkInq.

v01031*----------------------------------------------------------------
v01031*    Inq-Commarea.  What is carried from one screen to the next.
v01031*----------------------------------------------------------------
v01031 01  Inq-Commarea.
v01031     03 CA-Type-Name         PIC X(30).
v01031     03 CA-Key-Text          PIC X(64).
v01031     03 CA-Top-Line          PIC 9(9) COMP.
v01031     03 CA-Hex-sw            PIC X(1).
v01031        88 CA-Hex-On                 VALUE 'Y'.
v01031        88 CA-Hex-Off                VALUE 'N'.
v01031     03 CA-Alt-sw            PIC X(1).
v01031        88 CA-Alt1                   VALUE '1'.
v01031        88 CA-Alt3                   VALUE '3'.
v01031     03 FILLER               PIC X(20).

v01031*----------------------------------------------------------------
v01031*    Inq-Layout-Area.  The record type's layout, by its INQLAY
v01031*    sequence (a sequence INQLOAD did not write stays empty).
v01031*----------------------------------------------------------------
v01031 01  Inq-Layout-Area.
v01031     03 IL-Max               PIC 9(5) COMP VALUE 1500.
v01031     03 IL-Cnt               PIC 9(5) COMP VALUE 0.
v01031     03 IL-Entry             OCCURS 1500 TIMES.
v01031        05 IL-Kind              PIC X(1).
v01031           88 IL-Unused                 VALUE SPACE.
v01031           88 IL-Field                  VALUE 'F'.
v01031           88 IL-Group                  VALUE 'G'.
v01031           88 IL-Table                  VALUE 'O'.
v01031           88 IL-Computed               VALUE 'V'.
v01031        05 IL-Name              PIC X(30).
v01031        05 IL-Type              PIC 9(2) COMP.
v01031           88 IL-Type-CH                VALUE 1.
v01031           88 IL-Type-ZD                VALUE 2.
v01031           88 IL-Type-PD                VALUE 3.
v01031           88 IL-Type-PD-NEC            VALUE 4.
v01031           88 IL-Type-PD-NEC4           VALUE 5.
v01031           88 IL-Type-BIN               VALUE 6.
v01031           88 IL-Type-BIS               VALUE 7.
v01031           88 IL-Type-Bit               VALUE 8.
v01031           88 IL-Type-NIB               VALUE 9.
v01031        05 IL-Start-Byte        PIC 9(9) COMP.
v01031        05 IL-Start-Bit         PIC 9(1) COMP.
v01031        05 IL-Start-Nib         PIC 9(1) COMP.
v01031        05 IL-Length            PIC 9(9) COMP.
v01031        05 IL-Length-Byte       PIC 9(9) COMP.
v01031        05 IL-Length-Nib        PIC 9(1) COMP.
v01031        05 IL-Occurs            PIC 9(5) COMP.
v01031        05 IL-Entry-Len         PIC 9(9) COMP.
v01031        05 IL-Last-Seq          PIC 9(5) COMP.
v01031        05 IL-Depend-Seq        PIC 9(5) COMP.
v01031        05 IL-Mask-sw           PIC 9(1) COMP.
v01031           88 IL-Masked                 VALUE 1.

v01031*----------------------------------------------------------------
v01031*    Inq-Walk-Area.  The tables open at the current line: the
v01031*    heading, the occurrence shown, how many the record has,
v01031*    the heading's last member and the length of one occurrence.
v01031*----------------------------------------------------------------
v01031 01  Inq-Walk-Area.
v01031     03 IS-Depth             PIC 9(4) COMP VALUE 0.
v01031     03 IS-Level             OCCURS 9 TIMES.
v01031        05 IS-Seq               PIC 9(5) COMP.
v01031        05 IS-Occ               PIC 9(5) COMP.
v01031        05 IS-Count             PIC 9(5) COMP.
v01031        05 IS-Last              PIC 9(5) COMP.
v01031        05 IS-Entry-Len         PIC 9(9) COMP.
v01031        05 IS-ODO-sw            PIC 9(1) COMP.
v01031           88 IS-ODO                    VALUE 1.

v01031 01  Inq-Master-Area.
v01031     03 Inq-Master-Len       PIC S9(4) COMP VALUE 0.
v01031     03 Inq-Master           PIC X(32760).

v01031 01  Inq-Screen.
v01031     03 Inq-Row              PIC X(80) OCCURS 24 TIMES.
v01031 01  Inq-Line.
v01031     03 IL-Line-Name         PIC X(28).
v01031     03 FILLER               PIC X(1).
v01031     03 IL-Line-Alt          PIC X(24).
v01031     03 FILLER               PIC X(1).
v01031     03 IL-Line-Value        PIC X(26).
v01031 01  Inq-Hex-Line redefines Inq-Line.
v01031     03 IH-Line-Name         PIC X(28).
v01031     03 FILLER               PIC X(1).
v01031     03 IH-Line-Value        PIC X(20).
v01031     03 FILLER               PIC X(1).
v01031     03 IH-Line-Hex          PIC X(30).

v01031*----------------------------------------------------------------
v01031*    Inq-Audit-Record.  One line on TD queue MINQ per inquiry.
v01031*----------------------------------------------------------------
v01031 01  Inq-Audit-Record.
v01031     03 IA-Date              PIC X(8).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Time              PIC X(6).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-User              PIC X(8).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Term              PIC X(4).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Tran              PIC X(4).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Type-Name         PIC X(30).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Key               PIC X(64).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Result            PIC X(10).
v01031     03 FILLER               PIC X(1)  VALUE SPACE.
v01031     03 IA-Clearance         PIC X(6).
v01031     03 FILLER               PIC X(12) VALUE SPACES.

v01031*    'GetBuff's decode areas
v01031 01  Inq-Decode-Area.
v01031     03 Inq-Bit-Index        PIC 9(4) COMP VALUE 0.
v01031     03 FILLER REDEFINES Inq-Bit-Index.
v01031        05 Inq-Bit-Index-1      PIC X.
v01031        05 Inq-Bit-Index-2      PIC X.
v01031     03 Inq-Last-Byte-Area.
v01031        05 FILLER               PIC X(1)  VALUE LOW-VALUES.
v01031        05 Inq-Last-Byte        PIC X(1)  VALUE SPACE.
MFMFMF           88 Inq-Byte-Unsigned         VALUE X'F0'.
MFMFMF           88 Inq-Byte-Positive         VALUE X'C0'.
MFMFMF           88 Inq-Byte-Negative         VALUE X'D0'.
PCPCPC*          88 Inq-Byte-Unsigned         VALUE X'F0'.
PCPCPC*          88 Inq-Byte-Positive         VALUE X'C0'.
PCPCPC*          88 Inq-Byte-Negative         VALUE X'D0'.
v01031     03 Inq-Last-Byte-Num redefines Inq-Last-Byte-Area
v01031                             PIC 9(2) COMP-5.
v01031     03 BT-Bits              PIC X(08) OCCURS 256 TIMES.
v01031     03 Inq-Bit-Byte         PIC 9(3)  COMP VALUE 0.
v01031     03 Inq-Bit-Pos          PIC 9(1)  COMP VALUE 0.
v01031     03 Inq-Bit-Rem          PIC 9(1)  COMP VALUE 0.
v01031     03 Inq-Value-Area       PIC X(256) VALUE SPACES.
v01031     03 FILLER            redefines Inq-Value-Area.
v01031        05 Inq-Value-NUM18      PIC 9(18).
v01031        05 FILLER               PIC X(238).
v01031     03 FILLER            redefines Inq-Value-Area.
v01031        05 Inq-Value-NUM18S     PIC S9(18).
v01031        05 FILLER               PIC X(238).
v01031     03 Inq-Sign             PIC X(1)  VALUE 'U'.
v01031     03 Inq-Bad-sw           PIC 9(1)  COMP VALUE 0.
v01031        88 Inq-Value-Good            VALUE 0.
v01031        88 Inq-Value-Bad             VALUE 1.
v01031     03 Inq-Usage-PD         PIC 9(4)  COMP VALUE 3.
v01031     03 Inq-Usage-BIN        PIC 9(4)  COMP VALUE 2.
v01031     03 Inq-Usage-ZD         PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Not-Signed       PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Signed           PIC 9(4)  COMP VALUE 1.
v01031     03 Inq-Sign-Signal      PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Hex              PIC X(80) VALUE SPACES.
v01031     03 Inq-Edit-NUM18S      PIC 9(18)-.

v01031 01  MISC-AREA.
v01031     03 Inq-Resp             PIC S9(8) COMP VALUE 0.
v01031     03 Inq-Abstime          PIC S9(15) COMP-3 VALUE 0.
v01031     03 Inq-Cvda             PIC S9(8) COMP VALUE 0.
v01031     03 Inq-Input            PIC X(120) VALUE SPACES.
v01031     03 Inq-Input-Len        PIC S9(4) COMP VALUE 0.
v01031     03 Inq-Ptr              PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Layout-Key       PIC X(35) VALUE SPACES.
v01031     03 FILLER REDEFINES Inq-Layout-Key.
v01031        05 Inq-LK-Type-Name     PIC X(30).
v01031        05 Inq-LK-Seq           PIC 9(5).
v01031     03 Inq-Key-Area         PIC X(256) VALUE SPACES.
v01031     03 Inq-Master-File      PIC X(8)  VALUE SPACES.
v01031     03 Inq-DLL-Version      PIC X(8)  VALUE SPACES.
v01031     03 Inq-DLL-GenDate      PIC X(10) VALUE SPACES.
v01031     03 Inq-Message          PIC X(80) VALUE SPACES.
v01031     03 Inq-Result           PIC X(10) VALUE SPACES.
v01031     03 Inq-Clear-sw         PIC 9(1)  COMP VALUE 0.
v01031        88 Inq-User-Cleared          VALUE 1.
v01031     03 Inq-New-sw           PIC 9(1)  COMP VALUE 0.
v01031        88 Inq-New-Inquiry           VALUE 1.
v01031     03 Inq-Shown-sw         PIC 9(1)  COMP VALUE 0.
v01031        88 Inq-Record-Shown          VALUE 1.
v01031     03 Inq-E                PIC 9(5)  COMP VALUE 0.
v01031     03 Inq-D                PIC 9(5)  COMP VALUE 0.
v01031     03 Inq-K                PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-J                PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Len              PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-wLen             PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-nLen             PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-Digits           PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Pos              PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-Pos-S            PIC S9(9) COMP VALUE 0.
v01031     03 Inq-Shift            PIC S9(9) COMP VALUE 0.
v01031     03 Inq-Count            PIC S9(9) COMP VALUE 0.
v01031     03 Inq-Count-sw         PIC 9(1)  COMP VALUE 0.
v01031        88 Inq-Count-Bad             VALUE 1.
v01031     03 Inq-Line-No          PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-Line-Max         PIC 9(9)  COMP VALUE 99999.
v01031     03 Inq-Page-Lines       PIC 9(4)  COMP VALUE 18.
v01031     03 Inq-Row-No           PIC 9(4)  COMP VALUE 0.
v01031     03 Inq-Last-Shown       PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-Name             PIC X(60) VALUE SPACES.
v01031     03 Inq-Value-Text       PIC X(40) VALUE SPACES.
v01031     03 Inq-Hex-Text         PIC X(40) VALUE SPACES.
v01031     03 Inq-Num              PIC 9(9)  COMP VALUE 0.
v01031     03 Inq-Num-Edit         PIC Z(8)9.
v01031     03 Inq-Num-Text         PIC X(9)  VALUE SPACES.
v01031     03 Inq-Num-From         PIC X(9)  VALUE SPACES.
v01031     03 Inq-Num-To           PIC X(9)  VALUE SPACES.
v01031     03 Inq-Num-Of           PIC X(9)  VALUE SPACES.
v01031     03 Inq-Userid           PIC X(8)  VALUE SPACES.

v01031 01  Inq-Legend.
v01031     03 FILLER PIC X(42) VALUE
v01031               'PF3/CLEAR=END ENTER=REFRESH PF5=VALUE/HEX '.
v01031     03 FILLER PIC X(38) VALUE
v01031               'PF6=ALT1/ALT3 PF7=BACK PF8=FORWARD'.

       LINKAGE SECTION.
v01031 01  DFHCOMMAREA             PIC X(120).

       PROCEDURE DIVISION.
v01031     move spaces to Inq-Message
v01031     move 0      to Inq-New-sw
v01031     if EIBCALEN = 0
v01031       perform Start-an-Inquiry
v01031     else
v01031       move DFHCOMMAREA to Inq-Commarea
v01031       evaluate EIBAID
v01031         when DFHPF3
v01031         when DFHCLEAR
v01031           perform End-the-Inquiry
v01031         when DFHPF5
v01031           if CA-Hex-On
v01031             set CA-Hex-Off to true
v01031           else
v01031             set CA-Hex-On  to true
v01031           end-if
v01031         when DFHPF6
v01031           if CA-Alt1
v01031             set CA-Alt3 to true
v01031           else
v01031             set CA-Alt1 to true
v01031           end-if
v01031         when DFHPF7
v01031           if CA-Top-Line > Inq-Page-Lines
v01031             subtract Inq-Page-Lines from CA-Top-Line
v01031           else
v01031             move 1 to CA-Top-Line
v01031             move 'FIRST PAGE' to Inq-Message
v01031           end-if
v01031         when DFHPF8
v01031           add Inq-Page-Lines to CA-Top-Line
v01031         when DFHENTER
v01031           continue
v01031         when other
v01031           move 'KEY NOT IN USE - SEE THE KEYS BELOW'
v01031             to Inq-Message
v01031       end-evaluate
v01031     end-if
v01031     perform Show-the-Record
v01031     EXEC CICS RETURN TRANSID(EIBTRNID)
v01031               COMMAREA(Inq-Commarea)
v01031               LENGTH(length of Inq-Commarea)
v01031     END-EXEC
v01031     GOBACK
v01031     .

      *--------------------------------------------------------------
      * Start-an-Inquiry. The first screen: MINQ type,key as typed.
      *--------------------------------------------------------------
v01031 Start-an-Inquiry.
v01031     move spaces to Inq-Commarea
v01031     move 1      to CA-Top-Line
v01031     set CA-Hex-Off to true
v01031     set CA-Alt1    to true
v01031     move length of Inq-Input to Inq-Input-Len
v01031     move spaces to Inq-Input
v01031     EXEC CICS RECEIVE INTO(Inq-Input)
v01031               LENGTH(Inq-Input-Len)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     if Inq-Resp not = DFHRESP(NORMAL)
v01031     and Inq-Resp not = DFHRESP(LENGERR)
v01031       move spaces to Inq-Input
v01031     end-if
v01031*    'past the transaction id to the first non-blank
v01031     move 5 to Inq-Ptr
v01031     perform until Inq-Ptr > length of Inq-Input
v01031        or Inq-Input(Inq-Ptr:1) not = space
v01031       add 1 to Inq-Ptr
v01031     end-perform
v01031     if Inq-Ptr <= length of Inq-Input
v01031       unstring Inq-Input delimited by ','
v01031         into CA-Type-Name
v01031         with pointer Inq-Ptr
v01031       end-unstring
v01031       if Inq-Ptr <= length of Inq-Input
v01031         move Inq-Input(Inq-Ptr:) to CA-Key-Text
v01031       end-if
v01031     end-if
v01031     inspect CA-Type-Name
v01031         converting 'abcdefghijklmnopqrstuvwxyz'
v01031                 to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
v01031     set Inq-New-Inquiry to true
v01031     .

v01031 End-the-Inquiry.
v01031     move 'MINQ ENDED' to Inq-Message
v01031     EXEC CICS SEND TEXT FROM(Inq-Message)
v01031               LENGTH(length of Inq-Message)
v01031               ERASE FREEKB
v01031     END-EXEC
v01031     EXEC CICS RETURN END-EXEC
v01031     GOBACK
v01031     .

      *--------------------------------------------------------------
      * Show-the-Record. Clearance, layout and record; a new inquiry
      * is logged before anything of the record is shown.
      *--------------------------------------------------------------
v01031 Show-the-Record.
v01031     move spaces to Inq-Screen
v01031     move 0      to Inq-Shown-sw
v01031     move spaces to Inq-Result
v01031     perform Check-the-Clearance
v01031     evaluate true
v01031       when CA-Type-Name = spaces
v01031       when CA-Key-Text  = spaces
v01031         move 'BAD INPUT' to Inq-Result
v01031         move 'ENTER: MINQ type,key' to Inq-Message
v01031       when other
v01031         perform Load-the-Layout
v01031         if Inq-Result = spaces
v01031           perform Read-the-Master
v01031         end-if
v01031     end-evaluate
v01031     if Inq-New-Inquiry
v01031       perform Log-the-Inquiry
v01031       if Inq-Resp not = DFHRESP(NORMAL)
v01031         move spaces to Inq-Screen
v01031         move 'AUDIT LOG (TD QUEUE MINQ) UNAVAILABLE - NOT SHOWN'
v01031           to Inq-Message
v01031         move 'NO AUDIT' to Inq-Result
v01031       end-if
v01031     end-if
v01031     if Inq-Result = 'SHOWN'
v01031       perform Build-the-Page
v01031       if CA-Top-Line > Inq-Line-No
v01031       and Inq-Line-No > 0
v01031         subtract Inq-Page-Lines from CA-Top-Line
v01031         if CA-Top-Line < 1 or CA-Top-Line > Inq-Line-No
v01031           move 1 to CA-Top-Line
v01031         end-if
v01031         move 'LAST PAGE' to Inq-Message
v01031         perform Build-the-Page
v01031       end-if
v01031     end-if
v01031     perform Build-the-Headings
v01031     EXEC CICS SEND TEXT FROM(Inq-Screen)
v01031               LENGTH(length of Inq-Screen)
v01031               ERASE FREEKB
v01031     END-EXEC
v01031*    'an inquiry that could not be logged is not carried to the
v01031*    'next screen: paging or a refresh would show it unlogged
v01031     if Inq-Result = 'NO AUDIT'
v01031       move spaces to CA-Type-Name
v01031       move spaces to CA-Key-Text
v01031     end-if
v01031     .

      *    'READ access to FACILITY MIGINQ.UNMASK lifts the masking
v01031 Check-the-Clearance.
v01031     move 0 to Inq-Clear-sw
v01031     EXEC CICS QUERY SECURITY RESCLASS('FACILITY')
v01031               RESID('MIGINQ.UNMASK')
v01031               RESIDLENGTH(13)
v01031               READ(Inq-Cvda)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     if Inq-Resp = DFHRESP(NORMAL)
v01031     and Inq-Cvda = DFHVALUE(READABLE)
v01031       set Inq-User-Cleared to true
v01031     end-if
v01031     .

v01031 Load-the-Layout.
v01031     move CA-Type-Name to Inq-LK-Type-Name
v01031     move 0            to Inq-LK-Seq
v01031     EXEC CICS READ FILE('INQLAY')
v01031               INTO(INQLAY-RECORD)
v01031               RIDFLD(Inq-Layout-Key)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     evaluate true
v01031       when Inq-Resp = DFHRESP(NOTFND)
v01031         move 'NO TYPE' to Inq-Result
v01031         string 'RECORD TYPE ' delimited by size
v01031                CA-Type-Name   delimited by space
v01031                ' IS NOT ON A KEYED MASTER (NO INQUIRY LAYOUT)'
v01031                               delimited by size
v01031           into Inq-Message
v01031         end-string
v01031       when Inq-Resp not = DFHRESP(NORMAL)
v01031       when not INQ-Is-Type-Header
v01031         move 'LAYOUT ERR' to Inq-Result
v01031         move 'INQUIRY LAYOUT FILE INQLAY CANNOT BE READ'
v01031           to Inq-Message
v01031     end-evaluate
v01031     if Inq-Result = spaces
v01031       perform Browse-the-Layout
v01031     end-if
v01031     .

v01031 Browse-the-Layout.
v01031     move INQ-T-File to Inq-Master-File
v01031*    'the header's DLL identity is kept: the browse and the
v01031*    'alternate names read over INQLAY-RECORD
v01031     move INQ-T-DLL-Version to Inq-DLL-Version
v01031     move INQ-T-DLL-GenDate to Inq-DLL-GenDate
v01031     move 0          to IL-Cnt
v01031     perform varying Inq-E from 1 by 1 until Inq-E > IL-Max
v01031       move space to IL-Kind(Inq-E)
v01031     end-perform
v01031     move 1          to Inq-LK-Seq
v01031     EXEC CICS STARTBR FILE('INQLAY')
v01031               RIDFLD(Inq-Layout-Key)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     perform until Inq-Resp not = DFHRESP(NORMAL)
v01031       EXEC CICS READNEXT FILE('INQLAY')
v01031                 INTO(INQLAY-RECORD)
v01031                 RIDFLD(Inq-Layout-Key)
v01031                 RESP(Inq-Resp)
v01031       END-EXEC
v01031       if Inq-Resp = DFHRESP(NORMAL)
v01031         if INQ-Type-Name not = CA-Type-Name
v01031           move DFHRESP(ENDFILE) to Inq-Resp
v01031         else
v01031           if INQ-Seq > IL-Max
v01031             move 'LAYOUT CUT SHORT - TOO LONG TO SHOW IN FULL'
v01031               to Inq-Message
v01031             move DFHRESP(ENDFILE) to Inq-Resp
v01031           else
v01031             perform Keep-a-Layout-Entry
v01031           end-if
v01031         end-if
v01031       end-if
v01031     end-perform
v01031     EXEC CICS ENDBR FILE('INQLAY') RESP(Inq-Resp) END-EXEC
v01031     .

v01031 Keep-a-Layout-Entry.
v01031     move INQ-Seq              to Inq-E
v01031     if Inq-E > IL-Cnt
v01031       move Inq-E to IL-Cnt
v01031     end-if
v01031     move INQ-Kind             to IL-Kind(Inq-E)
v01031     move INQ-F-Name           to IL-Name(Inq-E)
v01031     move INQ-F-Type           to IL-Type(Inq-E)
v01031     move INQ-F-Start-Byte     to IL-Start-Byte(Inq-E)
v01031     move INQ-F-Start-Bit      to IL-Start-Bit(Inq-E)
v01031     move INQ-F-Start-Nib      to IL-Start-Nib(Inq-E)
v01031     move INQ-F-Length         to IL-Length(Inq-E)
v01031     move INQ-F-Length-Byte    to IL-Length-Byte(Inq-E)
v01031     move INQ-F-Length-Nib     to IL-Length-Nib(Inq-E)
v01031     move INQ-F-Occurs         to IL-Occurs(Inq-E)
v01031     move INQ-F-Entry-Len      to IL-Entry-Len(Inq-E)
v01031     move INQ-F-Last-Seq       to IL-Last-Seq(Inq-E)
v01031     move INQ-F-Depend-Seq     to IL-Depend-Seq(Inq-E)
v01031     move INQ-F-Mask-sw        to IL-Mask-sw(Inq-E)
v01031     .

v01031 Read-the-Master.
v01031     move spaces      to Inq-Key-Area
v01031     move CA-Key-Text to Inq-Key-Area
v01031     move length of Inq-Master to Inq-Master-Len
v01031     EXEC CICS READ FILE(Inq-Master-File)
v01031               INTO(Inq-Master)
v01031               LENGTH(Inq-Master-Len)
v01031               RIDFLD(Inq-Key-Area)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     evaluate true
v01031       when Inq-Resp = DFHRESP(NORMAL)
v01031         move 'SHOWN' to Inq-Result
v01031       when Inq-Resp = DFHRESP(NOTFND)
v01031         move 'NOT FOUND' to Inq-Result
v01031         string 'NO ' delimited by size
v01031                CA-Type-Name delimited by space
v01031                ' RECORD WITH THAT KEY ON ' delimited by size
v01031                Inq-Master-File delimited by space
v01031           into Inq-Message
v01031         end-string
v01031       when other
v01031         move 'READ ERROR' to Inq-Result
v01031         move Inq-Resp to Inq-Num
v01031         perform Edit-a-Number
v01031         string 'MASTER ' delimited by size
v01031                Inq-Master-File delimited by space
v01031                ' CANNOT BE READ, RESP=' delimited by size
v01031                Inq-Num-Text delimited by space
v01031           into Inq-Message
v01031         end-string
v01031     end-evaluate
v01031     .

      *--------------------------------------------------------------
      * Log-the-Inquiry. Who asked for which key, when, what they got
      * and whether masked fields were shown to them.
      *--------------------------------------------------------------
v01031 Log-the-Inquiry.
v01031     EXEC CICS ASSIGN USERID(Inq-Userid) END-EXEC
v01031     EXEC CICS ASKTIME ABSTIME(Inq-Abstime) END-EXEC
v01031     EXEC CICS FORMATTIME ABSTIME(Inq-Abstime)
v01031               YYYYMMDD(IA-Date)
v01031               TIME(IA-Time)
v01031     END-EXEC
v01031     move Inq-Userid    to IA-User
v01031     move EIBTRMID      to IA-Term
v01031     move EIBTRNID      to IA-Tran
v01031     move CA-Type-Name  to IA-Type-Name
v01031     move CA-Key-Text   to IA-Key
v01031     move Inq-Result    to IA-Result
v01031     if Inq-User-Cleared
v01031       move 'CLEAR'  to IA-Clearance
v01031     else
v01031       move 'MASKED' to IA-Clearance
v01031     end-if
v01031     EXEC CICS WRITEQ TD QUEUE('MINQ')
v01031               FROM(Inq-Audit-Record)
v01031               LENGTH(length of Inq-Audit-Record)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     .

      *--------------------------------------------------------------
      * Build-the-Page. Walks the layout from the first line, each
      * table entry once per occurrence the record has, numbering
      * the lines; the page's lines are formatted into rows 4-21.
      *--------------------------------------------------------------
v01031 Build-the-Page.
v01031     perform varying Inq-Row-No from 4 by 1 until Inq-Row-No > 21
v01031       move spaces to Inq-Row(Inq-Row-No)
v01031     end-perform
v01031     perform Build-the-Bit-Table
v01031     move 0 to Inq-Line-No, Inq-Shift, IS-Depth, Inq-Last-Shown
v01031     compute Inq-Last-Shown = CA-Top-Line + Inq-Page-Lines - 1
v01031     move 1 to Inq-E
v01031     perform until Inq-E > IL-Cnt
v01031        or Inq-Line-No >= Inq-Line-Max
v01031       evaluate true
v01031         when IL-Unused(Inq-E)
v01031           add 1 to Inq-E
v01031         when IL-Table(Inq-E)
v01031           perform Open-a-Table
v01031         when other
v01031           perform Show-a-Line
v01031           add 1 to Inq-E
v01031       end-evaluate
v01031       perform Close-the-Tables
v01031     end-perform
v01031     .

      *    'a table heading: its line, then its first occurrence
v01031 Open-a-Table.
v01031     perform Count-the-Occurrences
v01031     perform Show-a-Line
v01031     evaluate true
v01031       when Inq-Count = 0
v01031*        'none - past the members; an outermost ODO gives up its
v01031*        'whole extent
v01031         if IL-Depend-Seq(Inq-E) > 0 and IS-Depth = 0
v01031           compute Inq-Shift = Inq-Shift
v01031                 - (IL-Occurs(Inq-E) * IL-Entry-Len(Inq-E))
v01031         end-if
v01031         compute Inq-E = IL-Last-Seq(Inq-E) + 1
v01031       when IS-Depth >= 9
v01031       when IL-Last-Seq(Inq-E) <= Inq-E
v01031         add 1 to Inq-E
v01031       when other
v01031         add 1 to IS-Depth
v01031         move Inq-E                to IS-Seq(IS-Depth)
v01031         move 1                    to IS-Occ(IS-Depth)
v01031         move Inq-Count            to IS-Count(IS-Depth)
v01031         move IL-Last-Seq(Inq-E)   to IS-Last(IS-Depth)
v01031         move IL-Entry-Len(Inq-E)  to IS-Entry-Len(IS-Depth)
v01031         move 0                    to IS-ODO-sw(IS-Depth)
v01031         if IL-Depend-Seq(Inq-E) > 0
v01031           move 1 to IS-ODO-sw(IS-Depth)
v01031         end-if
v01031         add 1 to Inq-E
v01031     end-evaluate
v01031     .

      *    'past a table's last member: its next occurrence, or close
      *    'it (an outermost ODO short of its maximum moves the fields
      *    'after it up)
v01031 Close-the-Tables.
v01031     perform until IS-Depth = 0
v01031        or Inq-E <= IS-Last(IS-Depth)
v01031       if IS-Occ(IS-Depth) < IS-Count(IS-Depth)
v01031         add 1 to IS-Occ(IS-Depth)
v01031         compute Inq-E = IS-Seq(IS-Depth) + 1
v01031       else
v01031         if IS-ODO(IS-Depth) and IS-Depth = 1
v01031           compute Inq-Shift = Inq-Shift
v01031                 + ((IS-Count(1) - IL-Occurs(IS-Seq(1)))
v01031                 * IS-Entry-Len(1))
v01031         end-if
v01031         subtract 1 from IS-Depth
v01031       end-if
v01031     end-perform
v01031     .

      *    'how many occurrences the record has: an ODO's count
      *    'field, within the table's maximum
v01031 Count-the-Occurrences.
v01031     move IL-Occurs(Inq-E) to Inq-Count
v01031     move 0 to Inq-Count-sw
v01031     if IL-Depend-Seq(Inq-E) > 0
v01031       move Inq-E to Inq-D
v01031       move IL-Depend-Seq(Inq-D) to Inq-E
v01031       perform Locate-a-Field
v01031       if Inq-Pos > 0
v01031         perform Decode-a-Field
v01031       else
v01031         set Inq-Value-Bad to true
v01031       end-if
v01031       evaluate true
v01031         when Inq-Value-Bad
v01031           set Inq-Count-Bad to true
v01031         when IL-Type-CH(Inq-E)
v01031           if Inq-Value-Area(1:IL-Length-Byte(Inq-E)) numeric
v01031           and IL-Length-Byte(Inq-E) <= 9
v01031             move Inq-Value-Area(1:IL-Length-Byte(Inq-E))
v01031               to Inq-Num-Text
v01031             move Inq-Num-Text(1:IL-Length-Byte(Inq-E))
v01031               to Inq-Count
v01031           else
v01031             set Inq-Count-Bad to true
v01031           end-if
v01031         when IL-Type-Bit(Inq-E)
v01031           set Inq-Count-Bad to true
v01031         when Inq-Sign = 'S'
v01031           if Inq-Value-NUM18S < 0
v01031           or Inq-Value-NUM18S > 99999
v01031             set Inq-Count-Bad to true
v01031           else
v01031             move Inq-Value-NUM18S to Inq-Count
v01031           end-if
v01031         when other
v01031           if Inq-Value-NUM18 > 99999
v01031             set Inq-Count-Bad to true
v01031           else
v01031             move Inq-Value-NUM18 to Inq-Count
v01031           end-if
v01031       end-evaluate
v01031       move Inq-D to Inq-E
v01031       if Inq-Count-Bad
v01031       or Inq-Count > IL-Occurs(Inq-E)
v01031         set Inq-Count-Bad to true
v01031         move IL-Occurs(Inq-E) to Inq-Count
v01031       end-if
v01031     end-if
v01031     .

      *    'the byte the entry starts at in this occurrence
v01031 Locate-a-Field.
v01031     compute Inq-Pos-S = IL-Start-Byte(Inq-E) + Inq-Shift
v01031     perform varying Inq-K from 1 by 1 until Inq-K > IS-Depth
v01031       if Inq-E > IS-Seq(Inq-K)
v01031       and Inq-E <= IS-Last(Inq-K)
v01031         compute Inq-Pos-S = Inq-Pos-S
v01031               + ((IS-Occ(Inq-K) - 1) * IS-Entry-Len(Inq-K))
v01031       end-if
v01031     end-perform
v01031     move 0 to Inq-Pos
v01031     if Inq-Pos-S > 0
v01031       move IL-Length-Byte(Inq-E) to Inq-Len
v01031       if Inq-Len = 0
v01031         move 1 to Inq-Len
v01031       end-if
v01031       if Inq-Pos-S + Inq-Len - 1 <= Inq-Master-Len
v01031         move Inq-Pos-S to Inq-Pos
v01031       end-if
v01031     end-if
v01031     .

v01031 Show-a-Line.
v01031     add 1 to Inq-Line-No
v01031     if Inq-Line-No >= CA-Top-Line
v01031     and Inq-Line-No <= Inq-Last-Shown
v01031       perform Format-a-Line
v01031     end-if
v01031     .

v01031 Format-a-Line.
v01031     compute Inq-Row-No = Inq-Line-No - CA-Top-Line + 4
v01031     move spaces to Inq-Line, Inq-Value-Text, Inq-Hex-Text
v01031     perform Name-the-Line
v01031     evaluate true
v01031       when IL-Group(Inq-E)
v01031         move '(group)' to Inq-Value-Text
v01031       when IL-Computed(Inq-E)
v01031         move '(computed)' to Inq-Value-Text
v01031       when IL-Table(Inq-E)
v01031         perform Describe-a-Table
v01031       when IL-Masked(Inq-E) and not Inq-User-Cleared
v01031         move '*MASKED*' to Inq-Value-Text, Inq-Hex-Text
v01031       when IL-Length(Inq-E) = 0
v01031         continue
v01031       when other
v01031         perform Locate-a-Field
v01031         if Inq-Pos = 0
v01031           move '*beyond record*' to Inq-Value-Text
v01031         else
v01031           perform Decode-a-Field
v01031           if Inq-Value-Bad
v01031             move '*Invalid*' to Inq-Value-Text
v01031           else
v01031             perform Format-the-Value
v01031           end-if
v01031           if CA-Hex-On
v01031             perform Format-the-Hex
v01031           end-if
v01031         end-if
v01031     end-evaluate
v01031     if CA-Hex-On
v01031       move Inq-Name       to IH-Line-Name
v01031       move Inq-Value-Text to IH-Line-Value
v01031       move Inq-Hex-Text   to IH-Line-Hex
v01031     else
v01031       move Inq-Name       to IL-Line-Name
v01031       perform Find-the-Alt-Name
v01031       move Inq-Value-Text to IL-Line-Value
v01031     end-if
v01031     move Inq-Line to Inq-Row(Inq-Row-No)
v01031     .

      *    'PRET-FIELDNAME with its occurrence in each open table
v01031 Name-the-Line.
v01031     move spaces to Inq-Name
v01031     move 1 to Inq-Ptr
v01031     string IL-Name(Inq-E) delimited by space
v01031       into Inq-Name with pointer Inq-Ptr
v01031     end-string
v01031     move 0 to Inq-J
v01031     perform varying Inq-K from 1 by 1 until Inq-K > IS-Depth
v01031       if Inq-E > IS-Seq(Inq-K)
v01031       and Inq-E <= IS-Last(Inq-K)
v01031         if Inq-J = 0
v01031           string '(' delimited by size
v01031             into Inq-Name with pointer Inq-Ptr
v01031           end-string
v01031         else
v01031           string ',' delimited by size
v01031             into Inq-Name with pointer Inq-Ptr
v01031           end-string
v01031         end-if
v01031         add 1 to Inq-J
v01031         move IS-Occ(Inq-K) to Inq-Num
v01031         perform Edit-a-Number
v01031         string Inq-Num-Text delimited by space
v01031           into Inq-Name with pointer Inq-Ptr
v01031         end-string
v01031       end-if
v01031     end-perform
v01031     if Inq-J > 0
v01031       string ')' delimited by size
v01031         into Inq-Name with pointer Inq-Ptr
v01031       end-string
v01031     end-if
v01031     .

v01031 Describe-a-Table.
v01031     move IL-Occurs(Inq-E) to Inq-Num
v01031     perform Edit-a-Number
v01031     move Inq-Num-Text to Inq-Num-Of
v01031     if IL-Depend-Seq(Inq-E) = 0
v01031       string 'OCCURS ' delimited by size
v01031              Inq-Num-Of delimited by space
v01031         into Inq-Value-Text
v01031       end-string
v01031     else
v01031       if Inq-Count-Bad
v01031         move '*Invalid*' to Inq-Num-Text
v01031       else
v01031         move Inq-Count to Inq-Num
v01031         perform Edit-a-Number
v01031       end-if
v01031       string 'ODO ' delimited by size
v01031              Inq-Num-Text delimited by space
v01031              ' OF ' delimited by size
v01031              Inq-Num-Of delimited by space
v01031         into Inq-Value-Text
v01031       end-string
v01031     end-if
v01031     .

v01031 Find-the-Alt-Name.
v01031     move CA-Type-Name to Inq-LK-Type-Name
v01031     move Inq-E        to Inq-LK-Seq
v01031     EXEC CICS READ FILE('INQLAY')
v01031               INTO(INQLAY-RECORD)
v01031               RIDFLD(Inq-Layout-Key)
v01031               RESP(Inq-Resp)
v01031     END-EXEC
v01031     if Inq-Resp = DFHRESP(NORMAL)
v01031       if CA-Alt3
v01031         move INQ-F-Alt3 to IL-Line-Alt
v01031       else
v01031         move INQ-F-Alt1 to IL-Line-Alt
v01031       end-if
v01031     end-if
v01031     .

      *--------------------------------------------------------------
      * Decode-a-Field. GetBuff's decode of the field at Inq-Pos of
      * the master: Inq-Value-Area as GetBuff leaves ws-Value, the
      * sign form ('S'/'U') in Inq-Sign.
      *--------------------------------------------------------------
v01031 Decode-a-Field.
v01031     move spaces to Inq-Value-Area
v01031     move 'U'    to Inq-Sign
v01031     set Inq-Value-Good to true
v01031     move 0      to return-code
v01031     move IL-Length-Byte(Inq-E) to Inq-Len
v01031     evaluate true
v01031       when Inq-Len = 0 and not IL-Type-Bit(Inq-E)
v01031         set Inq-Value-Bad to true
v01031       when IL-Type-Bit(Inq-E)
v01031         move low-value to Inq-Bit-Index-1
v01031         move Inq-Master(Inq-Pos:1) to Inq-Bit-Index-2
v01031         add 1 to Inq-Bit-Index
v01031         move IL-Length(Inq-E) to Inq-wLen
v01031         if IL-Start-Bit(Inq-E) + Inq-wLen > 9
v01031         or IL-Start-Bit(Inq-E) = 0
v01031           set Inq-Value-Bad to true
v01031         else
v01031           move BT-Bits(Inq-Bit-Index)
v01031                (IL-Start-Bit(Inq-E):Inq-wLen) to Inq-Value-Area
v01031         end-if
v01031       when IL-Type-PD-NEC4(Inq-E)
v01031       when IL-Type-NIB(Inq-E)
v01031         if IL-Start-Bit(Inq-E) = 1 or 5
v01031           compute Inq-wLen = Inq-Len + 1
v01031           call 'HEXSHOW' using
v01031                Inq-Master(Inq-Pos:Inq-wLen), Inq-wLen, Inq-Hex
v01031           move 0 to Inq-Value-NUM18
v01031           compute Inq-Digits = IL-Length(Inq-E) / 4
v01031           if Inq-Digits > 18 or Inq-Digits = 0
v01031             set Inq-Value-Bad to true
v01031           else
v01031             move Inq-Hex(IL-Start-Nib(Inq-E):Inq-Digits)
v01031               to Inq-Value-Area(19 - Inq-Digits:Inq-Digits)
v01031             if Inq-Value-Area(1:18) not numeric
v01031               set Inq-Value-Bad to true
v01031             end-if
v01031           end-if
v01031         else
v01031           set Inq-Value-Bad to true
v01031         end-if
v01031       when IL-Start-Bit(Inq-E) not = 1
v01031         set Inq-Value-Bad to true
v01031       when IL-Type-CH(Inq-E)
v01031         move Inq-Len to Inq-wLen
v01031         if Inq-wLen > length of Inq-Value-Area
v01031           move length of Inq-Value-Area to Inq-wLen
v01031         end-if
v01031         move Inq-Master(Inq-Pos:Inq-wLen) to Inq-Value-Area
v01031       when IL-Type-ZD(Inq-E)
v01031         move 0 to Inq-Value-NUM18S
v01031         move Inq-Master(Inq-Pos + Inq-Len - 1:1) to Inq-Last-Byte
v01031         evaluate true
MFMFMF           when Inq-Last-Byte >= x'F0' and <= x'F9'
PCPCPC*          when Inq-Last-Byte >= x'30' and <= x'39'
v01031             move Inq-Not-Signed to Inq-Sign-Signal
v01031             call 'TODISP' using Inq-Usage-ZD,
v01031                  Inq-Master(Inq-Pos:Inq-Len),
v01031                  Inq-Value-NUM18, Inq-Sign-Signal, Inq-Len
MFMFMF           when Inq-Last-Byte >= x'C0' and <= x'C9'
MFMFMF           when Inq-Last-Byte >= x'D0' and <= x'D9'
PCPCPC*          when Inq-Last-Byte >= x'70' and <= x'79'
v01031             move Inq-Signed to Inq-Sign-Signal
v01031             call 'TODISP' using Inq-Usage-ZD,
v01031                  Inq-Master(Inq-Pos:Inq-Len),
v01031                  Inq-Value-NUM18S, Inq-Sign-Signal, Inq-Len
v01031           when other
v01031             move 1 to return-code
v01031         end-evaluate
v01031         perform Check-the-Conversion
v01031       when IL-Type-PD(Inq-E)
v01031         move Inq-Master(Inq-Pos + Inq-Len - 1:1) to Inq-Last-Byte
v01031         compute Inq-Last-Byte-Num = Inq-Last-Byte-Num * 16
v01031         evaluate true
v01031           when Inq-Byte-Unsigned
v01031             move Inq-Not-Signed to Inq-Sign-Signal
v01031             call 'TODISP' using Inq-Usage-PD,
v01031                  Inq-Master(Inq-Pos:Inq-Len),
v01031                  Inq-Value-NUM18S, Inq-Sign-Signal, Inq-Len
v01031           when Inq-Byte-Positive
v01031           when Inq-Byte-Negative
v01031             move Inq-Signed to Inq-Sign-Signal
v01031             call 'TODISP' using Inq-Usage-PD,
v01031                  Inq-Master(Inq-Pos:Inq-Len),
v01031                  Inq-Value-NUM18S, Inq-Sign-Signal, Inq-Len
v01031           when other
v01031             move 1 to return-code
v01031         end-evaluate
v01031         perform Check-the-Conversion
v01031       when IL-Type-BIN(Inq-E)
v01031         move 0 to Inq-Value-NUM18
v01031         move Inq-Not-Signed to Inq-Sign-Signal
v01031         call 'TODISP' using Inq-Usage-BIN,
v01031              Inq-Master(Inq-Pos:Inq-Len),
v01031              Inq-Value-NUM18, Inq-Not-Signed, Inq-Len
v01031         perform Check-the-Conversion
v01031       when IL-Type-BIS(Inq-E)
v01031         move 0 to Inq-Value-NUM18S
v01031         move Inq-Signed to Inq-Sign-Signal
v01031         call 'TODISP' using Inq-Usage-BIN,
v01031              Inq-Master(Inq-Pos:Inq-Len),
v01031              Inq-Value-NUM18S, Inq-Signed, Inq-Len
v01031         perform Check-the-Conversion
v01031       when IL-Type-PD-NEC(Inq-E)
v01031         move Inq-Len to Inq-wLen
v01031         call 'HEXSHOW' using
v01031              Inq-Master(Inq-Pos:Inq-wLen), Inq-wLen, Inq-Hex
v01031         if Inq-Len > 9
v01031         or Inq-Hex(1:Inq-Len * 2) not numeric
v01031           set Inq-Value-Bad to true
v01031         else
v01031           move Inq-Hex(1:Inq-Len * 2) to Inq-Value-NUM18S
v01031           move 'S' to Inq-Sign
v01031         end-if
v01031       when other
v01031         set Inq-Value-Bad to true
v01031     end-evaluate
v01031     .

v01031 Check-the-Conversion.
v01031     if return-code > 0
v01031       set Inq-Value-Bad to true
v01031     else
v01031       if Inq-Sign-Signal = Inq-Signed
v01031         move 'S' to Inq-Sign
v01031       else
v01031         move 'U' to Inq-Sign
v01031       end-if
v01031     end-if
v01031     move 0 to return-code
v01031     .

      *--------------------------------------------------------------
      * Format-the-Value. Format-DL-Value's editing of the decoded
      * value: as many digits as the field holds, a trailing sign
      * when it is signed; text with its non-printables as '.'.
      *--------------------------------------------------------------
v01031 Format-the-Value.
v01031     evaluate true
v01031       when IL-Type-CH(Inq-E)
v01031         move Inq-Len to Inq-wLen
v01031         if Inq-wLen > length of Inq-Value-Area
v01031           move length of Inq-Value-Area to Inq-wLen
v01031         end-if
v01031         evaluate Inq-Value-Area(1:Inq-wLen)
v01031           when spaces     move '*spaces*'      to Inq-Value-Text
v01031           when low-values move '*low-values*'  to Inq-Value-Text
v01031           when high-values move '*high-values*' to Inq-Value-Text
v01031           when other
v01031             move Inq-Value-Area(1:Inq-wLen) to Inq-Value-Text
v01031             perform varying Inq-J from 1 by 1
v01031               until Inq-J > length of Inq-Value-Text
v01031               if Inq-Value-Text(Inq-J:1) < space
v01031                 move '.' to Inq-Value-Text(Inq-J:1)
v01031               end-if
v01031             end-perform
v01031         end-evaluate
v01031       when IL-Type-Bit(Inq-E)
v01031         move Inq-Value-Area to Inq-Value-Text
v01031       when other
v01031         perform Edit-the-Digits
v01031     end-evaluate
v01031     .

v01031 Edit-the-Digits.
v01031     move 18 to Inq-Digits
v01031     evaluate true
v01031       when IL-Type-NIB(Inq-E)
v01031       when IL-Type-PD-NEC4(Inq-E)
v01031         compute Inq-Digits = IL-Length(Inq-E) / 4
v01031       when IL-Type-ZD(Inq-E)
v01031         move Inq-Len to Inq-Digits
v01031       when IL-Type-PD(Inq-E)
v01031         compute Inq-Digits = (Inq-Len * 2) - 1
v01031       when IL-Type-PD-NEC(Inq-E)
v01031         compute Inq-Digits = Inq-Len * 2
v01031       when IL-Type-BIN(Inq-E)
v01031       when IL-Type-BIS(Inq-E)
v01031         evaluate Inq-Len
v01031           when 1 thru 2 move 5  to Inq-Digits
v01031           when 3 thru 4 move 10 to Inq-Digits
v01031           when other    move 18 to Inq-Digits
v01031         end-evaluate
v01031     end-evaluate
v01031     if Inq-Digits > 18 or Inq-Digits = 0
v01031       move 18 to Inq-Digits
v01031     end-if
v01031     compute Inq-Pos-S = (18 - Inq-Digits) + 1
v01031     if Inq-Sign = 'S'
v01031       move Inq-Value-NUM18S to Inq-Edit-NUM18S
v01031       move Inq-Edit-NUM18S(Inq-Pos-S:Inq-Digits + 1)
v01031         to Inq-Value-Text
v01031     else
v01031       move Inq-Value-NUM18(Inq-Pos-S:Inq-Digits)
v01031         to Inq-Value-Text
v01031     end-if
v01031     .

      *    'Get-Hex: the field's bytes in hex (the nibbles of a
      *    'nibble field, the bits of a bit field)
v01031 Format-the-Hex.
v01031     evaluate true
v01031       when IL-Type-Bit(Inq-E)
v01031         if Inq-Value-Good
v01031           string "B'"           delimited by size
v01031                  Inq-Value-Area delimited by space
v01031                  "'"            delimited by size
v01031             into Inq-Hex-Text
v01031           end-string
v01031         end-if
v01031       when IL-Type-NIB(Inq-E)
v01031       when IL-Type-PD-NEC4(Inq-E)
v01031         compute Inq-nLen = Inq-Len + 1
v01031         if Inq-Pos + Inq-nLen - 1 > Inq-Master-Len
v01031           move Inq-Len to Inq-nLen
v01031         end-if
v01031         call 'HEXSHOW' using
v01031              Inq-Master(Inq-Pos:Inq-nLen), Inq-nLen, Inq-Hex
v01031         compute Inq-Digits = IL-Length(Inq-E) / 4
v01031         if Inq-Digits > length of Inq-Hex-Text
v01031           move length of Inq-Hex-Text to Inq-Digits
v01031         end-if
v01031         if IL-Start-Nib(Inq-E) > 0 and Inq-Digits > 0
v01031           move Inq-Hex(IL-Start-Nib(Inq-E):Inq-Digits)
v01031             to Inq-Hex-Text
v01031         end-if
v01031       when other
v01031         move Inq-Len to Inq-nLen
v01031         if Inq-nLen > 15
v01031           move 15 to Inq-nLen
v01031         end-if
v01031         call 'HEXSHOW' using
v01031              Inq-Master(Inq-Pos:Inq-nLen), Inq-nLen, Inq-Hex
v01031         move Inq-Hex(1:Inq-nLen * 2) to Inq-Hex-Text
v01031     end-evaluate
v01031     .

      *    'byte value to its bit pattern, as ENGINE builds it
v01031 Build-the-Bit-Table.
v01031     perform varying Inq-Bit-Index from 1 by 1
v01031       until Inq-Bit-Index > 256
v01031       compute Inq-Bit-Byte = Inq-Bit-Index - 1
v01031       move spaces to BT-Bits(Inq-Bit-Index)
v01031       perform varying Inq-Bit-Pos from 1 by 1
v01031         until Inq-Bit-Pos > 8
v01031         divide Inq-Bit-Byte by 2 giving Inq-Bit-Byte
v01031           remainder Inq-Bit-Rem
v01031         move Inq-Bit-Rem
v01031           to BT-Bits(Inq-Bit-Index)(9 - Inq-Bit-Pos:1)
v01031       end-perform
v01031     end-perform
v01031     .

      *    'a number without its leading blanks
v01031 Edit-a-Number.
v01031     move Inq-Num to Inq-Num-Edit
v01031     move 1 to Inq-J
v01031     perform until Inq-J >= length of Inq-Num-Edit
v01031        or Inq-Num-Edit(Inq-J:1) not = space
v01031       add 1 to Inq-J
v01031     end-perform
v01031     move spaces to Inq-Num-Text
v01031     move Inq-Num-Edit(Inq-J:) to Inq-Num-Text
v01031     .

      *--------------------------------------------------------------
      * Build-the-Headings. Rows 1-3, the message and the keys.
      *--------------------------------------------------------------
v01031 Build-the-Headings.
v01031     move 1 to Inq-Ptr
v01031     string 'MIGINQ  RECORD INQUIRY  TYPE: ' delimited by size
v01031            CA-Type-Name delimited by space
v01031            '  KEY: ' delimited by size
v01031            CA-Key-Text delimited by size
v01031       into Inq-Row(1) with pointer Inq-Ptr
v01031     end-string
v01031     if Inq-Result = 'SHOWN'
v01031       move CA-Top-Line to Inq-Num
v01031       perform Edit-a-Number
v01031       move Inq-Num-Text to Inq-Num-From
v01031       move Inq-Last-Shown to Inq-Num
v01031       if Inq-Num > Inq-Line-No
v01031         move Inq-Line-No to Inq-Num
v01031       end-if
v01031       perform Edit-a-Number
v01031       move Inq-Num-Text to Inq-Num-To
v01031       move Inq-Line-No to Inq-Num
v01031       perform Edit-a-Number
v01031       move Inq-Num-Text to Inq-Num-Of
v01031       move 1 to Inq-Ptr
v01031       string 'DLL ' delimited by size
v01031              Inq-DLL-Version delimited by space
v01031              ' OF ' delimited by size
v01031              Inq-DLL-GenDate delimited by space
v01031              '  FILE ' delimited by size
v01031              Inq-Master-File delimited by space
v01031              '  LINES ' delimited by size
v01031              Inq-Num-From delimited by space
v01031              '-' delimited by size
v01031              Inq-Num-To delimited by space
v01031              ' OF ' delimited by size
v01031              Inq-Num-Of delimited by space
v01031         into Inq-Row(2) with pointer Inq-Ptr
v01031       end-string
v01031       if Inq-User-Cleared
v01031         move 'CLEAR'  to Inq-Row(2)(68:6)
v01031       else
v01031         move 'MASKED' to Inq-Row(2)(68:6)
v01031       end-if
v01031       if CA-Hex-On
v01031         move 'HEX' to Inq-Row(2)(76:3)
v01031       end-if
v01031       move spaces to Inq-Line
v01031       if CA-Hex-On
v01031         move 'FIELD'  to IH-Line-Name
v01031         move 'VALUE'  to IH-Line-Value
v01031         move 'HEX'    to IH-Line-Hex
v01031       else
v01031         move 'FIELD'  to IL-Line-Name
v01031         if CA-Alt3
v01031           move 'ALT3 NAME' to IL-Line-Alt
v01031         else
v01031           move 'ALT1 NAME' to IL-Line-Alt
v01031         end-if
v01031         move 'VALUE'  to IL-Line-Value
v01031       end-if
v01031       move Inq-Line to Inq-Row(3)
v01031     end-if
v01031     move Inq-Message to Inq-Row(23)
v01031     move Inq-Legend  to Inq-Row(24)
v01031     .
      *--------------------------------------------------------------
       END PROGRAM MIGINQ.

      *--------------------------------------------------------------
      *--       External Sub-Routines                              --
      *--------------------------------------------------------------
       copy HexShow.
       copy ToDisp.
