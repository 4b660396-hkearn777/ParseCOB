      *            'subtotal bucket (Subtotals option)
               10  PRET-SUM-SW              pic 9(1)  comp.
                   88  PRET-Sum-Requested                value 1.
      *            'code table the field's value must be found in
      *            '(CODETAB table name, spaces = none); a value not
      *            'in the table discards as reason 47
               10  PRET-CODE-TABLE          pic x(8).
      *            'what a code-table field migrates: the code itself
      *            '(default), the decoded description in place of
      *            'the code (in the field's own character target),
      *            'or the description beside the code in
      *            'PRET-CODE-DESC-LEN further target bytes (0 takes
      *            'the 30 the description column defaults to)
               10  PRET-CODE-MIG-SW         pic 9(1)  comp.
                   88  PRET-Code-Migrate-Code            value 0.
                   88  PRET-Code-Migrate-Desc            value 1.
                   88  PRET-Code-Migrate-Both            value 2.
                   88  PRET-Code-Migrates-Desc           value 1 2.
               10  PRET-CODE-DESC-LEN       pic 9(5)  comp.
