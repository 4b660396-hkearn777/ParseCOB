      *----------------------------------------------------------------
      *    INQLAY-RECORD.  The inquiry layout of one keyed record type,
      *    written by INQLOAD from the production DLL and loaded into
      *    the INQLAY KSDS the online inquiry (MIGINQ, transaction
      *    MINQ) formats master records by. Key: the record type name
      *    (RT-KN) and the entry's sequence within the type; sequence
      *    00000 is the type's header, 00001 on are its PRET entries
      *    in DLL order (sequence = PRET - RT-Start-Pret + 1), so a
      *    sequence named in another entry (table, depending-on
      *    count) is that entry's own key.
      *----------------------------------------------------------------
       01  INQLAY-RECORD.
           03 INQ-KEY.
              05 INQ-Type-Name        PIC X(30).
              05 INQ-Seq              PIC 9(05).
           03 INQ-Kind                PIC X(01).
              88 INQ-Is-Type-Header          VALUE 'T'.
              88 INQ-Is-Field                VALUE 'F'.
              88 INQ-Is-Group                VALUE 'G'.
              88 INQ-Is-Table                VALUE 'O'.
              88 INQ-Is-Computed             VALUE 'V'.
      *       'the type header: where the master is and how it is
      *       'keyed (the File-Table entry of the type's file)
           03 INQ-Type-Data.
              05 INQ-T-File           PIC X(08).
              05 INQ-T-Key-Start      PIC 9(05).
              05 INQ-T-Key-Len        PIC 9(04).
              05 INQ-T-Max-Len        PIC 9(09).
              05 INQ-T-Entries        PIC 9(05).
              05 INQ-T-Masked         PIC 9(05).
              05 INQ-T-DLL-Version    PIC X(08).
              05 INQ-T-DLL-GenDate    PIC X(10).
              05 INQ-T-Built-Date     PIC X(08).
              05 FILLER               PIC X(180).
      *       'a field, group, table or computed (vField) entry:
      *       'positions as the DLL declares them for the first
      *       'occurrence; a table heading carries its occurrence
      *       'count, its entry length and its last member, and an
      *       'ODO heading the sequence of its count field
           03 INQ-Field-Data redefines INQ-Type-Data.
              05 INQ-F-Name           PIC X(30).
              05 INQ-F-Alt1           PIC X(60).
              05 INQ-F-Alt3           PIC X(60).
              05 INQ-F-Level          PIC 9(02).
              05 INQ-F-Type           PIC 9(02).
              05 INQ-F-Start-Byte     PIC 9(09).
              05 INQ-F-Start-Bit      PIC 9(01).
              05 INQ-F-Start-Nib      PIC 9(01).
              05 INQ-F-Length         PIC 9(09).
              05 INQ-F-Length-Byte    PIC 9(09).
              05 INQ-F-Length-Nib     PIC 9(01).
              05 INQ-F-Table-Seq      PIC 9(05).
              05 INQ-F-Occurs         PIC 9(05).
              05 INQ-F-Entry-Len      PIC 9(09).
              05 INQ-F-Last-Seq       PIC 9(05).
              05 INQ-F-Depend-Seq     PIC 9(05).
              05 INQ-F-Mask-sw        PIC 9(01).
                 88 INQ-F-Masked             VALUE 1.
              05 INQ-F-Date-Fmt       PIC X(20).
              05 INQ-F-Code-Table     PIC X(08).
           03 FILLER                  PIC X(22).
